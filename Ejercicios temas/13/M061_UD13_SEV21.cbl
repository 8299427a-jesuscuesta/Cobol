123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD13E21.
       REMARKS. UNIDAD 13 EJERCICIO 21.
      *
      * Intercambio EDI con las cadenas de supermercados. Carga los
      * pedidos que mandan (PEDEDI.TXT, el fichero plano que deja
      * el traductor EDI a partir de sus mensajes de pedido),
      * texto delimitado por punto y coma, sin linea de cabecera de
      * columnas, con registros de cabecera y de linea:
      *
      *    C;comprador;tienda;pedido-cadena;AAAAMMDD-entrega
      *    L;articulo-cadena;cantidad
      *
      * La cantidad va con sus cinco cifras, como en PEDIDOS.CSV.
      * Es la carga web UD13E8 con los codigos de la cadena: el
      * comprador dice el cliente, la tienda su direccion de
      * entrega en DIRECCLI.DAT y cada articulo nuestro producto,
      * todo por la referencia cruzada EDIREF.DAT (trazado REGXRF,
      * mantenida con UD10E5). El pedido se graba en PEDIDOS.DAT
      * como los de la web, con origen E, precio e IVA del
      * producto congelados y la cantidad reservada, y los datos
      * de la cadena quedan en EDIPED.DAT y EDILIN.DAT (trazados
      * REGEPD y REGELN). Un pedido de la cadena ya cargado se
      * rechaza, de modo que repetir el fichero no duplica nada y
      * la carga no necesita punto de control; leido entero, el
      * fichero se vacia. Los rechazos (cabeceras y lineas) salen
      * con su motivo en PEDEDI.PRN. Como en la carga web, la
      * linea de un articulo bloqueado se rechaza y la de un
      * descatalogado se recorta a su disponible (rechazada si no
      * le queda); EDILIN.DAT guarda lo que pidio la cadena.
      *
      * Despues devuelve a las cadenas lo que ha pasado con sus
      * pedidos, en dos ficheros planos que recoge el traductor:
      *
      *    DESADV.TXT - aviso de expedicion, en cuanto sale genero
      *       de un pedido servido (lo que se sirve despues desde
      *       BACKORD.DAT va en un aviso nuevo):
      *       C;comprador;tienda;pedido-cadena;albaran;AAAAMMDD;
      *         bultos;peso
      *       L;articulo-cadena;producto;pedida;expedida
      *    INVOIC.TXT - factura electronica de los pedidos ya
      *       facturados, una por factura (una recapitulativa
      *       lleva todos sus pedidos):
      *       C;comprador;serie;ano;numero;AAAAMMDD;vencimiento;
      *         base;iva;recargo;portes;total
      *       R;pedido-cadena;tienda;pedido
      *       L;articulo-cadena;producto;cantidad;precio;iva;importe
      *
      * Se lanza desde el menu y cada noche desde la cadena UD13E18
      * despues de la facturacion, y anota el resultado en
      * BATCHLOG.DAT.
      * Si hay rechazos, la tarea de revisarlos queda en la
      * bandeja de los operadores (rutina comun TAREA).
      * Al acabar deja sus totales de control (lineas leidas,
      * lineas de pedido grabadas y su importe, rechazos y pedidos
      * creados) en CTLTOT.DAT con la rutina comun CTLTOT.
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
            SELECT FPROD ASSIGN TO DISK 'PRODUCTO.DAT'
            RECORD KEY IS PROCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPROD.
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
      * Composicion de kits: una linea de kit no reserva (el stock
      * real es el de sus componentes y lo mueve la expedicion).
            SELECT FKIT ASSIGN TO DISK 'KITCOMP.DAT'
            RECORD KEY IS KITCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FKIT.
      *
      * LOCK MODE MANUAL: el contador se lee con READ WITH LOCK y se
      * libera con UNLOCK despues del REWRITE, para que dos puestos
      * de entrada de pedidos no puedan repartir el mismo numero.
            SELECT FCTR ASSIGN TO DISK 'PEDIDOS.CTR'
            RECORD KEY IS CTRID
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            LOCK MODE IS MANUAL WITH LOCK ON RECORD
            FILE STATUS IS FS-FCTR.
      *
            SELECT FDIR ASSIGN TO DISK 'DIRECCLI.DAT'
            RECORD KEY IS DIRCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FDIR.
      *
            SELECT FXRF ASSIGN TO DISK 'EDIREF.DAT'
            RECORD KEY IS XRFCLAVE
            ALTERNATE RECORD KEY IS XRFALT WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FXRF.
      *
            SELECT FEPD ASSIGN TO DISK 'EDIPED.DAT'
            RECORD KEY IS EPDPED
            ALTERNATE RECORD KEY IS EPDREF
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FEPD.
      *
            SELECT FELN ASSIGN TO DISK 'EDILIN.DAT'
            RECORD KEY IS ELNCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FELN.
      *
      * Lo pendiente de servir y el envio preparado, para el aviso
      * de expedicion.
            SELECT FBO ASSIGN TO DISK 'BACKORD.DAT'
            RECORD KEY IS BOCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FBO.
      *
            SELECT FEXP ASSIGN TO DISK 'EXPEDIC.DAT'
            RECORD KEY IS EXPPED
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FEXP.
      *
      * Factura de cada pedido: por FACPED, o por FACPEDS.DAT si
      * el pedido entro en una recapitulativa.
            SELECT FFAC ASSIGN TO DISK 'FACTURAS.DAT'
            RECORD KEY IS FACNUM
            ALTERNATE RECORD KEY IS FACPED WITH DUPLICATES
            ALTERNATE RECORD KEY IS FACCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FFAC.
      *
            SELECT FFPD ASSIGN TO DISK 'FACPEDS.DAT'
            RECORD KEY IS FPDCLA
            ALTERNATE RECORD KEY IS FPDPED WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FFPD.
      *
            SELECT FEDI ASSIGN TO DISK 'PEDEDI.TXT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-FEDI.
      *
            SELECT FDES ASSIGN TO DISK 'DESADV.TXT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-FDES.
      *
            SELECT FINV ASSIGN TO DISK 'INVOIC.TXT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-FINV.
      *
            SELECT FLISTA ASSIGN TO DISK 'PEDEDI.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
      *
      * Diario de ejecuciones de los procesos nocturnos.
            SELECT FLOG ASSIGN TO DISK 'BATCHLOG.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-FLOG.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       FD FPROD LABEL RECORD IS STANDARD.
           COPY REGPRO.
      *
       FD FPED LABEL RECORD IS STANDARD.
           COPY REGPED.
      *
       FD FLIN LABEL RECORD IS STANDARD.
           COPY REGLIN.
      *
       FD FKIT LABEL RECORD IS STANDARD.
           COPY REGKIT.
      *
      * Contador de numeros de pedido (un unico registro, clave fija).
       FD FCTR LABEL RECORD IS STANDARD.
       01 REGCTR.
          02 CTRID    PIC X.
          02 CTRVAL   PIC 9(6).
      *
       FD FDIR LABEL RECORD IS STANDARD.
           COPY REGDIR.
      *
       FD FXRF LABEL RECORD IS STANDARD.
           COPY REGXRF.
      *
       FD FEPD LABEL RECORD IS STANDARD.
           COPY REGEPD.
      *
       FD FELN LABEL RECORD IS STANDARD.
           COPY REGELN.
      *
       FD FBO LABEL RECORD IS STANDARD.
           COPY REGBO.
      *
       FD FEXP LABEL RECORD IS STANDARD.
           COPY REGEXP.
      *
       FD FFAC LABEL RECORD IS STANDARD.
           COPY REGFAC.
      *
       FD FFPD LABEL RECORD IS STANDARD.
           COPY REGFPD.
      *
       FD FEDI LABEL RECORD IS STANDARD.
           01 LIN-EDI PIC X(100).
      *
       FD FDES LABEL RECORD IS STANDARD.
           01 LIN-DES PIC X(100).
      *
       FD FINV LABEL RECORD IS STANDARD.
           01 LIN-INV PIC X(120).
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).
      *
       FD FLOG LABEL RECORD IS STANDARD.
           01 LIN-LOG PIC X(80).

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 FINLEC     PIC X.
       77 FINLIN     PIC X.
       77 FINFPD     PIC X.
       77 EXISTE     PIC X.
      *
      * Campos de trabajo para descomponer un registro de
      * PEDEDI.TXT. EDI-CAN tiene el mismo ancho exacto que LINCAN
      * para que el MOVE a un campo numerico no arrastre espacios.
       77 EDI-TIPO   PIC X(01).
       01 CAMPOS-CAB.
           02 EDI-COM    PIC X(14).
           02 EDI-TIE    PIC X(14).
           02 EDI-NUM    PIC X(15).
           02 EDI-FEN    PIC X(08).
       01 CAMPOS-LIN.
           02 EDI-ART    PIC X(14).
           02 EDI-CAN    PIC X(05).
      *
      * Estado del pedido en curso de carga: si la cabecera fue
      * valida, sus lineas se graban; si no, se rechazan.
       77 PEDIDO-OK  PIC X VALUE 'N'.
       77 NEXTPED    PIC 9(6).
       77 LINACT     PIC 9999.
       77 CLI-EDI    PIC X(4).
       77 DIR-ENT    PIC 99.
       77 ES-KIT     PIC X.
       77 EXISTE-KIT PIC X.
      *
      * Disponible del descatalogado y linea admitida.
       77 DISPO-W    PIC S9(6).
       77 LINEA-OK   PIC X.
      *
      * Motivo del rechazo del registro en curso para el listado.
       77 MOTIVO     PIC X(30).
      *
      * Aviso de expedicion del pedido en curso: si alguna linea
      * tiene genero expedido aun sin avisar, y cuanto.
       77 HAY-AVISO  PIC X.
       77 MODO-AVISO PIC X.
       77 CANT-EXP   PIC 9(5).
       77 CANT-AVI   PIC 9(5).
      *
      * Pedidos facturados con la factura aun sin enviar, reunidos
      * en una primera pasada por EDIPED.DAT (misma tecnica que las
      * tablas de UD18E10): la factura se envia despues, leyendo
      * EDIPED.DAT por clave sin perder el recorrido.
       77 NUMTF      PIC 999 VALUE 0.
       77 TFIDX      PIC 999.
       01 TABLA-FAC.
           02 TF-PED  PIC 9(6) OCCURS 500 TIMES.
       77 FAC-ENC    PIC X.
       77 PED-FAC    PIC 9(6).
      *
      * Recuentos del resumen y del diario.
       77 NUMLEI     PIC 9(5).
       77 NUMPED     PIC 9(5).
       77 NUMLIN     PIC 9(5).
       77 NUMRECH    PIC 9(5).
       77 NUMAVI     PIC 9(5).
       77 NUMFAC     PIC 9(5).
       77 ZNUM       PIC ZZZZ9.
      *
      * Totales de control para la rutina comun CTLTOT: importe
      * de las lineas de pedido grabadas.
       77 IMPLIN      PIC S9(11)V99.
           COPY CTLTOT.
      *
      * Importes con coma decimal visible, para el volcado a texto.
       77 IMP-ED     PIC 9(7),99.
       77 PRE-ED     PIC 9(6),99.
       77 IVA-ED     PIC 99,99.
       77 PES-ED     PIC 9(5),99.
       77 IMPORTE-LIN PIC 9(7)V99.
       77 BAS-ED     PIC 9(7),99.
       77 CUO-ED     PIC 9(7),99.
       77 REC-ED     PIC 9(7),99.
       77 POR-ED     PIC 9(7),99.
       77 TOT-ED     PIC 9(7),99.
       77 NAV-ED     PIC 99.
      *
      * Paginacion del listado.
       77 NUMPAG     PIC 999 VALUE 0.
       77 LINPAG     PIC 99  VALUE 0.
       77 MAXLIN     PIC 99  VALUE 55.
      *
      * Ficheros que pueden no existir todavia: 'S' si se
      * abrieron. Se anota al abrirlos porque el codigo de estado
      * cambia con cada lectura por clave que no encuentra.
       77 HAY-KIT    PIC X.
       77 HAY-DIR    PIC X.
       77 HAY-XRF    PIC X.
       77 HAY-BO     PIC X.
       77 HAY-EXP    PIC X.
       77 HAY-FPD    PIC X.
      *
       77 FS-FCLI    PIC XX.
       77 FS-FPROD   PIC XX.
       77 FS-FKIT    PIC XX.
       77 FS-FPED    PIC XX.
       77 FS-FLIN    PIC XX.
       77 FS-FCTR    PIC XX.
       77 FS-FDIR    PIC XX.
       77 FS-FXRF    PIC XX.
       77 FS-FEPD    PIC XX.
       77 FS-FELN    PIC XX.
       77 FS-FBO     PIC XX.
       77 FS-FEXP    PIC XX.
       77 FS-FFAC    PIC XX.
       77 FS-FFPD    PIC XX.
       77 FS-FEDI    PIC XX.
       77 FS-FDES    PIC XX.
       77 FS-FINV    PIC XX.
       77 FS-FLISTA  PIC XX.
       77 FS-FLOG    PIC XX.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
       01 HR1.
           02 HH1     PIC 99.
           02 NN1     PIC 99.
           02 SS1     PIC 99.
           02 CC1     PIC 99.
      *
      * Linea que deja el intercambio en el diario de procesos.
       01 LINEA-LOG.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 LOG-FEC  PIC 99/99/9999.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 LOG-HOR.
               03 LOG-HH  PIC 99.
               03 FILLER  PIC X   VALUE ':'.
               03 LOG-NN  PIC 99.
               03 FILLER  PIC X   VALUE ':'.
               03 LOG-SS  PIC 99.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(13) VALUE 'EDI. Pedidos:'.
           02 LOG-PED  PIC ZZZZ9.
           02 FILLER   PIC X(6)  VALUE ' rech.'.
           02 LOG-REC  PIC ZZZZ9.
           02 FILLER   PIC X(7)  VALUE ' avisos'.
           02 LOG-AVI  PIC ZZZZ9.
           02 FILLER   PIC X(6)  VALUE ' fact.'.
           02 LOG-FAC  PIC ZZZZ9.
           02 FILLER   PIC X(6)  VALUE SPACES.
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
           02 CAB-FEC PIC 99/99/9999.
           02 FILLER  PIC X(2)  VALUE SPACES.
      *
       01 CABECERA-4.
           02 FILLER  PIC X(20) VALUE SPACES.
           02 FILLER  PIC X(40) VALUE
              'RECHAZOS DE LA CARGA DE PEDIDOS EDI'.
           02 FILLER  PIC X(20) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(3)  VALUE SPACES.
           02 FILLER  PIC X(8)  VALUE 'Linea'.
           02 FILLER  PIC X(4)  VALUE 'Tip'.
           02 FILLER  PIC X(17) VALUE 'Codigo cadena'.
           02 FILLER  PIC X(17) VALUE 'Pedido / cant.'.
           02 FILLER  PIC X(31) VALUE 'Motivo'.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
       01 LINEA-DETALLE.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-LIN  PIC ZZZZ9.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-TIP  PIC X.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-COD  PIC X(14).
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-REF  PIC X(15).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-MOT  PIC X(30).
           02 FILLER   PIC X(1)  VALUE SPACES.
      *
       01 LINEA-CIERRE-1.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(25) VALUE
              'Registros leidos.......: '.
           02 CIE-LEI  PIC ZZZZ9.
           02 FILLER   PIC X(4)  VALUE SPACES.
           02 FILLER   PIC X(14) VALUE 'Rechazados..: '.
           02 CIE-REC  PIC ZZZZ9.
           02 FILLER   PIC X(24) VALUE SPACES.
      *
       01 LINEA-CIERRE-2.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(25) VALUE
              'Pedidos cargados.......: '.
           02 CIE-PED  PIC ZZZZ9.
           02 FILLER   PIC X(4)  VALUE SPACES.
           02 FILLER   PIC X(14) VALUE 'Lineas......: '.
           02 CIE-LIN  PIC ZZZZ9.
           02 FILLER   PIC X(24) VALUE SPACES.
      *
      * Argumento de la rutina comun TAREA.
           COPY TAREA.
123456*
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
           PERFORM PROCESO.
           PERFORM FIN.
      *
      * GOBACK en vez de parar la ejecucion: este programa se lanza
      * desde el menu general UD05E1 y desde la cadena UD13E18.
           GOBACK.
      *
      * ************************************************
      * Inicio
      * ************************************************
        INICIO.
      * Contadores a cero aqui y no solo por VALUE: el programa
      * puede entrar varias veces por CALL desde el menu general.
           MOVE 0 TO NUMLEI.
           MOVE 0 TO NUMPED.
           MOVE 0 TO NUMLIN.
           MOVE 0 TO NUMRECH.
           MOVE 0 TO NUMAVI.
           MOVE 0 TO NUMFAC.
           MOVE 0 TO IMPLIN.
           MOVE 0 TO NUMTF.
           MOVE 0 TO NUMPAG.
           MOVE 0 TO RETURN-CODE.
      *
           OPEN INPUT FCLI.
           IF FS-FCLI NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCLI
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
      * I-O y no INPUT: cada linea cargada reserva su cantidad en
      * el maestro, como la captura UD11E1.
           OPEN I-O FPROD.
           IF FS-FPROD NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPROD
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
           OPEN I-O FPED.
           IF FS-FPED NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPED
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
           OPEN I-O FLIN.
           IF FS-FLIN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLIN
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
      * PEDIDOS.CTR todavia no existe si nunca se ha tecleado un
      * pedido (estado '35'); se crea con un unico registro en
      * cero, igual que hace UD11E1.
           OPEN I-O FCTR.
           IF FS-FCTR = '35' THEN
              OPEN OUTPUT FCTR
              MOVE 'P' TO CTRID
              MOVE ZEROS TO CTRVAL
              WRITE REGCTR
              CLOSE FCTR
              OPEN I-O FCTR.
           IF FS-FCTR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTR
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
      * EDIPED.DAT y EDILIN.DAT se crean vacios la primera vez
      * (estado '35'), como DOCUCLI.DAT en UD10E4.
           OPEN I-O FEPD.
           IF FS-FEPD = '35' THEN
              OPEN OUTPUT FEPD
              CLOSE FEPD
              OPEN I-O FEPD.
           IF FS-FEPD NOT = '00' THEN
              PERFORM ERROR-FICHERO-FEPD
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
           OPEN I-O FELN.
           IF FS-FELN = '35' THEN
              OPEN OUTPUT FELN
              CLOSE FELN
              OPEN I-O FELN.
           IF FS-FELN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FELN
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
           OPEN INPUT FFAC.
           IF FS-FFAC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FFAC
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
      * Los que pueden no existir todavia (estado '35') cuentan como
      * vacios: sin kits, sin direcciones, sin referencias (todo
      * pedido se rechaza), sin pendientes, sin envios y sin
      * facturas recapitulativas.
           MOVE 'N' TO HAY-KIT.
           OPEN INPUT FKIT.
           IF FS-FKIT = '00' THEN
              MOVE 'S' TO HAY-KIT.
           MOVE 'N' TO HAY-DIR.
           OPEN INPUT FDIR.
           IF FS-FDIR = '00' THEN
              MOVE 'S' TO HAY-DIR.
           MOVE 'N' TO HAY-XRF.
           OPEN INPUT FXRF.
           IF FS-FXRF = '00' THEN
              MOVE 'S' TO HAY-XRF.
           MOVE 'N' TO HAY-BO.
           OPEN INPUT FBO.
           IF FS-FBO = '00' THEN
              MOVE 'S' TO HAY-BO.
           MOVE 'N' TO HAY-EXP.
           OPEN INPUT FEXP.
           IF FS-FEXP = '00' THEN
              MOVE 'S' TO HAY-EXP.
           MOVE 'N' TO HAY-FPD.
           OPEN INPUT FFPD.
           IF FS-FFPD = '00' THEN
              MOVE 'S' TO HAY-FPD.
      *
      * Los ficheros para el traductor EDI son de solo anadir: el
      * traductor se lleva lo que encuentra. Si todavia no existen,
      * OPEN EXTEND los crea (codigo de estado '35').
           OPEN EXTEND FDES.
           IF FS-FDES = '35' THEN
              OPEN OUTPUT FDES.
           IF FS-FDES NOT = '00' THEN
              PERFORM ERROR-FICHERO-FDES
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
           OPEN EXTEND FINV.
           IF FS-FINV = '35' THEN
              OPEN OUTPUT FINV.
           IF FS-FINV NOT = '00' THEN
              PERFORM ERROR-FICHERO-FINV
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
           OPEN OUTPUT FLISTA.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
      * Sin PEDEDI.TXT (estado '35') no ha llegado ningun pedido:
      * solo se envian avisos y facturas.
           OPEN INPUT FEDI.
           IF FS-FEDI NOT = '00' AND FS-FEDI NOT = '35' THEN
              PERFORM ERROR-FICHERO-FEDI
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
      *
           MOVE 99 TO LINPAG.
      *
      * ************************************************
      * Proceso del programa
      * ************************************************
        PROCESO.
           IF FS-FEDI = '00' THEN
              PERFORM CARGAR-PEDIDOS.
      *
           PERFORM REVISAR-PEDIDOS.
           PERFORM ENVIAR-FACTURA
              VARYING TFIDX FROM 1 BY 1 UNTIL TFIDX > NUMTF.
      *
           PERFORM CIERRE-INFORME.
           PERFORM ANOTAR-DIARIO.
           PERFORM RESUMEN-CARGA.
           IF NUMRECH > 0 THEN
              PERFORM AVISAR-RECHAZOS.
           PERFORM GRABAR-TOTALES.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           IF HAY-KIT = 'S' THEN
              CLOSE FKIT.
           IF HAY-DIR = 'S' THEN
              CLOSE FDIR.
           IF HAY-XRF = 'S' THEN
              CLOSE FXRF.
           IF HAY-BO = 'S' THEN
              CLOSE FBO.
           IF HAY-EXP = 'S' THEN
              CLOSE FEXP.
           IF HAY-FPD = 'S' THEN
              CLOSE FFPD.
           CLOSE FCLI FPROD FPED FLIN FCTR FEPD FELN FFAC.
           CLOSE FDES FINV FLISTA.
      *
      * ************************************************
      * Carga el fichero de pedidos de las cadenas y, leido
      * entero, lo deja vacio para la siguiente remesa
      * ************************************************
       CARGAR-PEDIDOS.
           MOVE SPACE TO FINLEC.
           READ FEDI AT END MOVE 'S' TO FINLEC.
           PERFORM CARGAR-LINEA UNTIL FINLEC = 'S'.
           CLOSE FEDI.
           OPEN OUTPUT FEDI.
           IF FS-FEDI NOT = '00' THEN
              PERFORM ERROR-FICHERO-FEDI
              MOVE 8 TO RETURN-CODE
            ELSE
              CLOSE FEDI.
      *
      * ************************************************
      * Descompone un registro y lo trata segun sea cabecera (C)
      * o linea (L)
      * ************************************************
       CARGAR-LINEA.
           ADD 1 TO NUMLEI.
           MOVE SPACES TO EDI-TIPO.
           MOVE SPACES TO CAMPOS-CAB.
           MOVE SPACES TO CAMPOS-LIN.
           MOVE SPACES TO MOTIVO.
           UNSTRING LIN-EDI DELIMITED BY ';' INTO EDI-TIPO.
      *
           IF EDI-TIPO = 'C' OR EDI-TIPO = 'c' THEN
              UNSTRING LIN-EDI DELIMITED BY ';'
                 INTO EDI-TIPO, EDI-COM, EDI-TIE, EDI-NUM, EDI-FEN
              PERFORM CARGAR-CABECERA
            ELSE
              IF EDI-TIPO = 'L' OR EDI-TIPO = 'l' THEN
                 UNSTRING LIN-EDI DELIMITED BY ';'
                    INTO EDI-TIPO, EDI-ART, EDI-CAN
                 PERFORM CARGAR-DETALLE
               ELSE
                 MOVE 'Tipo de registro no valido' TO MOTIVO.
      *
           IF MOTIVO NOT = SPACES THEN
              ADD 1 TO NUMRECH
              PERFORM LISTAR-RECHAZO.
      *
           READ FEDI AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Valida la cabecera y, si es valida, asigna numero de
      * pedido y la graba, igual que CARGAR-CABECERA en UD13E8
      * ************************************************
       CARGAR-CABECERA.
           MOVE 'N' TO PEDIDO-OK.
           PERFORM VALIDAR-COMPRADOR.
           IF MOTIVO = SPACES THEN
              PERFORM GRABAR-CABECERA.
      *
      * El codigo de comprador de la cadena dice el cliente.
       VALIDAR-COMPRADOR.
           IF HAY-XRF NOT = 'S' THEN
              MOVE 'Sin referencias EDIREF.DAT' TO MOTIVO
            ELSE
              PERFORM BUSCAR-REFERENCIA
              IF EXISTE = 'N' THEN
                 MOVE 'Comprador sin referencia' TO MOTIVO
               ELSE
                 PERFORM VALIDAR-CLIENTE.
      *
       BUSCAR-REFERENCIA.
           MOVE 'C'     TO XRFTIP.
           MOVE EDI-COM TO XRFEXT.
           MOVE SPACES TO EXISTE.
           READ FXRF KEY IS XRFALT INVALID KEY
                                   MOVE 'N' TO EXISTE.
      *
       VALIDAR-CLIENTE.
           MOVE XRFCLI TO CLICOD.
           MOVE SPACES TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              MOVE 'El cliente no existe' TO MOTIVO
            ELSE
              IF CLI-BAJA OR CLI-INSOLVENTE THEN
                 MOVE 'Cliente de baja o insolvente' TO MOTIVO
               ELSE
                 PERFORM VALIDAR-REFERENCIA.
      *
      * Un pedido de la cadena se carga una sola vez.
       VALIDAR-REFERENCIA.
           IF EDI-NUM = SPACES THEN
              MOVE 'Falta el pedido de la cadena' TO MOTIVO
            ELSE
              PERFORM LEER-PEDIDO-EDI
              IF EXISTE = SPACES THEN
                 MOVE 'Pedido ya cargado' TO MOTIVO
               ELSE
                 PERFORM VALIDAR-TIENDA.
      *
       LEER-PEDIDO-EDI.
           MOVE CLICOD  TO EPDCLI.
           MOVE EDI-NUM TO EPDNUM.
           MOVE SPACES TO EXISTE.
           READ FEPD KEY IS EPDREF INVALID KEY
                                   MOVE 'N' TO EXISTE.
      *
      * La tienda dice la direccion de entrega; sin tienda, la de
      * la ficha del cliente.
       VALIDAR-TIENDA.
           MOVE 0 TO DIR-ENT.
           IF EDI-TIE NOT = SPACES THEN
              PERFORM LEER-REFERENCIA
              IF EXISTE = 'N' THEN
                 MOVE 'Tienda sin referencia' TO MOTIVO
               ELSE
                 MOVE XRFDIR TO DIR-ENT
                 IF DIR-ENT > 0 THEN
                    PERFORM COMPROBAR-DIRECCION.
      *
       LEER-REFERENCIA.
           MOVE CLICOD  TO XRFCLI.
           MOVE 'T'     TO XRFTIP.
           MOVE EDI-TIE TO XRFEXT.
           MOVE SPACES TO EXISTE.
           READ FXRF RECORD KEY IS XRFCLAVE INVALID KEY
                                         MOVE 'N' TO EXISTE.
      *
       COMPROBAR-DIRECCION.
           MOVE 'N' TO EXISTE.
           IF HAY-DIR = 'S' THEN
              MOVE CLICOD  TO DIRCLI
              MOVE DIR-ENT TO DIRNUM
              MOVE SPACES TO EXISTE
              READ FDIR RECORD KEY IS DIRCLAVE INVALID KEY
                                            MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              MOVE 'Tienda sin direccion' TO MOTIVO.
      *
       GRABAR-CABECERA.
           PERFORM ASIGNAR-NUMERO.
           MOVE NEXTPED TO PEDNUM.
           MOVE CLICOD  TO PEDCLI.
           MOVE AA1 TO PEDAA.
           MOVE MM1 TO PEDMM.
           MOVE DD1 TO PEDDD.
           SET PED-CAPTADO TO TRUE.
           MOVE DIR-ENT TO PEDDIR.
      * Los pedidos EDI no traen vendedor; la fecha de entrega es
      * la que pide la cadena.
           MOVE SPACES TO PEDVEN.
           SET PED-EDI TO TRUE.
           MOVE ZEROS TO PEDFEN.
           IF EDI-FEN NUMERIC THEN
              MOVE EDI-FEN TO PEDFEN.
           MOVE ZEROS TO PEDPOR PEDPTI.
           MOVE SPACE TO PEDPCO.
           WRITE REGPED.
           IF FS-FPED NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPED
              MOVE 'Error de fichero' TO MOTIVO
            ELSE
              PERFORM GRABAR-DATOS-CADENA.
      *
       GRABAR-DATOS-CADENA.
           MOVE NEXTPED TO EPDPED.
           MOVE CLICOD  TO EPDCLI.
           MOVE EDI-NUM TO EPDNUM.
           MOVE EDI-COM TO EPDCOM.
           MOVE EDI-TIE TO EPDTIE.
           MOVE AA1 TO EPDAA.
           MOVE MM1 TO EPDMM.
           MOVE DD1 TO EPDDD.
           MOVE 0 TO EPDNAV.
           MOVE 0 TO EPDFAC.
           WRITE REGEPD.
           IF FS-FEPD NOT = '00' THEN
              PERFORM ERROR-FICHERO-FEPD.
           MOVE 'S' TO PEDIDO-OK.
           MOVE CLICOD TO CLI-EDI.
           MOVE ZEROS TO LINACT.
           ADD 1 TO NUMPED.
      *
      * ************************************************
      * Traduce el articulo de una linea y, si el pedido en curso
      * es valido, graba la linea con el precio congelado, igual
      * que CARGAR-DETALLE en UD13E8
      * ************************************************
       CARGAR-DETALLE.
           IF PEDIDO-OK NOT = 'S' THEN
              MOVE 'Cabecera del pedido rechazada' TO MOTIVO
            ELSE
              IF EDI-CAN NOT NUMERIC OR EDI-CAN = '00000' THEN
                 MOVE 'Cantidad no valida' TO MOTIVO
               ELSE
                 PERFORM TRADUCIR-ARTICULO.
      *
       TRADUCIR-ARTICULO.
           MOVE CLI-EDI TO XRFCLI.
           MOVE 'A'     TO XRFTIP.
           MOVE EDI-ART TO XRFEXT.
           MOVE SPACES TO EXISTE.
           READ FXRF RECORD KEY IS XRFCLAVE INVALID KEY
                                         MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              MOVE 'Articulo sin referencia' TO MOTIVO
            ELSE
              PERFORM LEER-PRODUCTO
              IF EXISTE = 'N' THEN
                 MOVE 'El producto no existe' TO MOTIVO
               ELSE
                 IF PRO-BLOQUEADO THEN
                    MOVE 'Articulo bloqueado' TO MOTIVO
                  ELSE
                    PERFORM ADMITIR-ARTICULO.
      *
       LEER-PRODUCTO.
           MOVE XRFPRO TO PROCOD.
           MOVE SPACES TO EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
       ADMITIR-ARTICULO.
           MOVE PROCOD  TO LINPRO.
           MOVE EDI-CAN TO LINCAN.
           PERFORM LIMITAR-DESCATALOGADO.
           IF LINEA-OK NOT = 'S' THEN
              MOVE 'Descatalogado sin stock' TO MOTIVO
            ELSE
              PERFORM GRABAR-DETALLE.
      *
      * ************************************************
      * Un articulo descatalogado solo se vende hasta su
      * disponible, como en UD13E8. Los kits no se recortan
      * ************************************************
       LIMITAR-DESCATALOGADO.
           MOVE 'S' TO LINEA-OK.
           IF PRO-DESCATALOGADO THEN
              PERFORM COMPROBAR-KIT
              IF ES-KIT NOT = 'S' THEN
                 PERFORM AJUSTAR-A-DISPONIBLE.
      *
       AJUSTAR-A-DISPONIBLE.
           COMPUTE DISPO-W = PROQTY - PRORES.
           IF DISPO-W NOT > 0 THEN
              MOVE 'N' TO LINEA-OK
            ELSE
              IF LINCAN > DISPO-W THEN
                 MOVE DISPO-W TO LINCAN.
      *
       GRABAR-DETALLE.
           ADD 1 TO LINACT.
           MOVE NEXTPED TO LINPED.
           MOVE LINACT  TO LINNUM.
           MOVE PROPRE TO LINPRE.
           MOVE PROIVA TO LINIVA.
           WRITE REGLIN.
           IF FS-FLIN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLIN
              MOVE 'Error de fichero' TO MOTIVO
            ELSE
              ADD 1 TO NUMLIN
              COMPUTE IMPLIN = IMPLIN + LINCAN * LINPRE
              PERFORM RESERVAR-STOCK
              PERFORM GRABAR-LINEA-CADENA.
      *
       GRABAR-LINEA-CADENA.
           MOVE NEXTPED TO ELNPED.
           MOVE LINACT  TO ELNNUM.
           MOVE EDI-ART TO ELNART.
           MOVE EDI-CAN TO ELNCAN.
           MOVE 0 TO ELNAVI.
           WRITE REGELN.
           IF FS-FELN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FELN.
      *
      * ************************************************
      * Asigna el siguiente numero de pedido desde PEDIDOS.CTR,
      * igual que ASIGNAR-NUMERO en UD13E8
      * ************************************************
       ASIGNAR-NUMERO.
           MOVE 'P' TO CTRID.
           READ FCTR WITH LOCK KEY IS CTRID INVALID KEY
                                 PERFORM ERROR-FICHERO-FCTR.
           ADD 1 TO CTRVAL.
           MOVE CTRVAL TO NEXTPED.
           REWRITE REGCTR.
           IF FS-FCTR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTR.
           UNLOCK FCTR.
      *
      * ************************************************
      * Reserva en el maestro la cantidad recien grabada, como
      * RESERVAR-STOCK en UD13E8. Las lineas de kit no reservan.
      * ************************************************
       RESERVAR-STOCK.
           PERFORM COMPROBAR-KIT.
           IF ES-KIT NOT = 'S' THEN
              ADD LINCAN TO PRORES
              REWRITE REGPRO
              IF FS-FPROD NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FPROD.
      *
       COMPROBAR-KIT.
           MOVE 'N' TO ES-KIT.
           IF HAY-KIT = 'S' THEN
              PERFORM LEER-KIT
              IF EXISTE-KIT = SPACES THEN
                 MOVE 'S' TO ES-KIT.
      *
       LEER-KIT.
           MOVE LINPRO TO KITPRO.
           MOVE 01     TO KITLIN.
           MOVE SPACES TO EXISTE-KIT.
           READ FKIT RECORD KEY IS KITCLAVE INVALID KEY
                                 MOVE 'N' TO EXISTE-KIT.
      *
      * ************************************************
      * Recorre los pedidos EDI con la factura sin enviar: manda
      * el aviso de lo expedido y aun no avisado y apunta los ya
      * facturados para enviar su factura
      * ************************************************
       REVISAR-PEDIDOS.
           MOVE SPACE TO FINLEC.
           MOVE ZEROS TO EPDPED.
           START FEPD KEY IS NOT LESS EPDPED INVALID KEY
                                     MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FEPD NEXT RECORD AT END MOVE 'S' TO FINLEC.
           PERFORM REVISAR-PEDIDO UNTIL FINLEC = 'S'.
      *
       REVISAR-PEDIDO.
           IF EPDFAC = 0 THEN
              PERFORM LEER-PEDIDO
              IF EXISTE = SPACES THEN
                 PERFORM REVISAR-ESTADO.
      *
           READ FEPD NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       LEER-PEDIDO.
           MOVE EPDPED TO PEDNUM.
           MOVE SPACES TO EXISTE.
           READ FPED RECORD KEY IS PEDNUM INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
       REVISAR-ESTADO.
           IF PED-SERVIDO OR PED-ENTREGADO OR PED-FACTURADO THEN
              PERFORM PREPARAR-AVISO.
           IF PED-FACTURADO AND NUMTF < 500 THEN
              ADD 1 TO NUMTF
              MOVE EPDPED TO TF-PED(NUMTF).
      *
      * ************************************************
      * Aviso de expedicion: una primera pasada por las lineas
      * mira si hay genero expedido sin avisar, y solo entonces se
      * escribe la cabecera y una segunda pasada las lineas
      * ************************************************
       PREPARAR-AVISO.
           MOVE 'N' TO HAY-AVISO.
           MOVE 'M' TO MODO-AVISO.
           PERFORM RECORRER-LINEAS-EDI.
           IF HAY-AVISO = 'S' THEN
              PERFORM ESCRIBIR-CABECERA-AVISO
              MOVE 'E' TO MODO-AVISO
              PERFORM RECORRER-LINEAS-EDI
              ADD 1 TO NUMAVI.
      *
       RECORRER-LINEAS-EDI.
           MOVE SPACE TO FINLIN.
           MOVE EPDPED TO ELNPED.
           MOVE 0 TO ELNNUM.
           START FELN KEY IS NOT LESS ELNCLAVE INVALID KEY
                                     MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' THEN
              READ FELN NEXT RECORD AT END MOVE 'S' TO FINLIN.
           PERFORM AVISAR-LINEA UNTIL FINLIN = 'S'.
      *
       AVISAR-LINEA.
           IF ELNPED NOT = EPDPED THEN
              MOVE 'S' TO FINLIN
            ELSE
              PERFORM MIRAR-LINEA-AVISO.
      *
       MIRAR-LINEA-AVISO.
           PERFORM CALCULAR-EXPEDIDA.
           IF CANT-EXP > ELNAVI THEN
              PERFORM TRATAR-LINEA-AVISO.
           READ FELN NEXT RECORD AT END MOVE 'S' TO FINLIN.
      *
       TRATAR-LINEA-AVISO.
           IF MODO-AVISO = 'M' THEN
              MOVE 'S' TO HAY-AVISO
            ELSE
              PERFORM ESCRIBIR-LINEA-AVISO.
      *
      * Lo expedido de una linea es lo pedido menos lo que aun
      * espera en BACKORD.DAT.
       CALCULAR-EXPEDIDA.
           MOVE 0 TO CANT-EXP.
           MOVE ELNPED TO LINPED.
           MOVE ELNNUM TO LINNUM.
           MOVE SPACES TO EXISTE.
           READ FLIN RECORD KEY IS LINCLAVE INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES THEN
              MOVE LINCAN TO CANT-EXP
              PERFORM DESCONTAR-PENDIENTE.
      *
       DESCONTAR-PENDIENTE.
           IF HAY-BO = 'S' THEN
              PERFORM LEER-PENDIENTE
              IF EXISTE = SPACES AND BO-PENDIENTE THEN
                 PERFORM RESTAR-PENDIENTE.
      *
       LEER-PENDIENTE.
           MOVE ELNPED TO BOPED.
           MOVE ELNNUM TO BOLIN.
           MOVE SPACES TO EXISTE.
           READ FBO RECORD KEY IS BOCLAVE INVALID KEY
                                MOVE 'N' TO EXISTE.
      *
       RESTAR-PENDIENTE.
           IF BOCAN NOT < CANT-EXP THEN
              MOVE 0 TO CANT-EXP
            ELSE
              SUBTRACT BOCAN FROM CANT-EXP.
      *
      * El albaran del aviso es el pedido con el numero de aviso.
       ESCRIBIR-CABECERA-AVISO.
           ADD 1 TO EPDNAV.
           REWRITE REGEPD.
           IF FS-FEPD NOT = '00' THEN
              PERFORM ERROR-FICHERO-FEPD.
      *
           MOVE FF1 TO EXPFEC.
           MOVE 0 TO EXPBUL.
           MOVE 0 TO EXPPES.
           IF HAY-EXP = 'S' THEN
              MOVE EPDPED TO EXPPED
              READ FEXP RECORD KEY IS EXPPED INVALID KEY
                                   MOVE FF1 TO EXPFEC
                                   MOVE 0 TO EXPBUL
                                   MOVE 0 TO EXPPES.
           MOVE EXPPES TO PES-ED.
           MOVE EPDNAV TO NAV-ED.
      *
           MOVE SPACES TO LIN-DES.
           STRING 'C;'     DELIMITED BY SIZE
                  EPDCOM   DELIMITED BY SPACE
                  ';'      DELIMITED BY SIZE
                  EPDTIE   DELIMITED BY SPACE
                  ';'      DELIMITED BY SIZE
                  EPDNUM   DELIMITED BY SPACE
                  ';'      DELIMITED BY SIZE
                  EPDPED   DELIMITED BY SIZE
                  '-'      DELIMITED BY SIZE
                  NAV-ED   DELIMITED BY SIZE
                  ';'      DELIMITED BY SIZE
                  EXPFEC   DELIMITED BY SIZE
                  ';'      DELIMITED BY SIZE
                  EXPBUL   DELIMITED BY SIZE
                  ';'      DELIMITED BY SIZE
                  PES-ED   DELIMITED BY SIZE
             INTO LIN-DES.
           WRITE LIN-DES.
           IF FS-FDES NOT = '00' THEN
              PERFORM ERROR-FICHERO-FDES.
      *
      * La linea lleva lo expedido desde el aviso anterior.
       ESCRIBIR-LINEA-AVISO.
           COMPUTE CANT-AVI = CANT-EXP - ELNAVI.
           MOVE SPACES TO LIN-DES.
           STRING 'L;'     DELIMITED BY SIZE
                  ELNART   DELIMITED BY SPACE
                  ';'      DELIMITED BY SIZE
                  LINPRO   DELIMITED BY SPACE
                  ';'      DELIMITED BY SIZE
                  ELNCAN   DELIMITED BY SIZE
                  ';'      DELIMITED BY SIZE
                  CANT-AVI DELIMITED BY SIZE
             INTO LIN-DES.
           WRITE LIN-DES.
           IF FS-FDES NOT = '00' THEN
              PERFORM ERROR-FICHERO-FDES.
      *
           MOVE CANT-EXP TO ELNAVI.
           REWRITE REGELN.
           IF FS-FELN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FELN.
      *
      * ************************************************
      * Envia la factura de un pedido facturado, salvo que ya
      * saliera con la de otro pedido de la misma recapitulativa
      * ************************************************
       ENVIAR-FACTURA.
           MOVE TF-PED(TFIDX) TO EPDPED.
           MOVE SPACES TO EXISTE.
           READ FEPD RECORD KEY IS EPDPED INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES AND EPDFAC = 0 THEN
              PERFORM BUSCAR-FACTURA
              IF FAC-ENC = 'S' THEN
                 PERFORM EMITIR-FACTURA-EDI.
      *
      * La factura del pedido por FACPED (la sustituida por otra
      * no vale) o, si entro en una recapitulativa, por
      * FACPEDS.DAT.
       BUSCAR-FACTURA.
           MOVE 'N' TO FAC-ENC.
           MOVE SPACE TO FINLIN.
           MOVE EPDPED TO FACPED.
           START FFAC KEY IS NOT LESS FACPED INVALID KEY
                                     MOVE 'S' TO FINLIN.
           PERFORM MIRAR-FACTURA UNTIL FINLIN = 'S'.
           IF FAC-ENC = 'N' AND HAY-FPD = 'S' THEN
              PERFORM BUSCAR-RECAPITULATIVA.
      *
       MIRAR-FACTURA.
           READ FFAC NEXT RECORD AT END MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' THEN
              IF FACPED NOT = EPDPED THEN
                 MOVE 'S' TO FINLIN
               ELSE
                 IF FAC-FACTURA AND NOT FAC-SUSTITUIDA THEN
                    MOVE 'S' TO FAC-ENC
                    MOVE 'S' TO FINLIN.
      *
       BUSCAR-RECAPITULATIVA.
           MOVE EPDPED TO FPDPED.
           MOVE SPACES TO EXISTE.
           READ FFPD KEY IS FPDPED INVALID KEY
                                   MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES THEN
              PERFORM LEER-FACTURA
              IF EXISTE = SPACES THEN
                 MOVE 'S' TO FAC-ENC.
      *
       LEER-FACTURA.
           MOVE FPDFAC TO FACNUM.
           READ FFAC RECORD KEY IS FACNUM INVALID KEY
                                  MOVE 'N' TO EXISTE.
      *
      * ************************************************
      * Factura electronica: la cabecera con los importes de la
      * factura y, por cada pedido que reune, su referencia y sus
      * lineas
      * ************************************************
       EMITIR-FACTURA-EDI.
           MOVE FACBAS TO BAS-ED.
           MOVE FACIVA TO CUO-ED.
           MOVE FACREC TO REC-ED.
           MOVE FACPOR TO POR-ED.
           MOVE FACTOT TO TOT-ED.
           MOVE SPACES TO LIN-INV.
           STRING 'C;'     DELIMITED BY SIZE
                  EPDCOM   DELIMITED BY SPACE
                  ';'      DELIMITED BY SIZE
                  FACSCD   DELIMITED BY SIZE
                  ';'      DELIMITED BY SIZE
                  FACSAA   DELIMITED BY SIZE
                  ';'      DELIMITED BY SIZE
                  FACSNU   DELIMITED BY SIZE
                  ';'      DELIMITED BY SIZE
                  FACFEC   DELIMITED BY SIZE
                  ';'      DELIMITED BY SIZE
                  FACVTO   DELIMITED BY SIZE
                  ';'      DELIMITED BY SIZE
                  BAS-ED   DELIMITED BY SIZE
                  ';'      DELIMITED BY SIZE
                  CUO-ED   DELIMITED BY SIZE
                  ';'      DELIMITED BY SIZE
                  REC-ED   DELIMITED BY SIZE
                  ';'      DELIMITED BY SIZE
                  POR-ED   DELIMITED BY SIZE
                  ';'      DELIMITED BY SIZE
                  TOT-ED   DELIMITED BY SIZE
             INTO LIN-INV.
           WRITE LIN-INV.
           IF FS-FINV NOT = '00' THEN
              PERFORM ERROR-FICHERO-FINV.
           ADD 1 TO NUMFAC.
      *
           IF FAC-RECAPITULATIVA THEN
              PERFORM RECORRER-RECAPITULATIVA
            ELSE
              MOVE FACPED TO PED-FAC
              PERFORM FACTURAR-PEDIDO-EDI.
      *
       RECORRER-RECAPITULATIVA.
           MOVE SPACE TO FINFPD.
           MOVE FACNUM TO FPDFAC.
           MOVE 0 TO FPDPED.
           START FFPD KEY IS NOT LESS FPDCLA INVALID KEY
                                     MOVE 'S' TO FINFPD.
           IF FINFPD NOT = 'S' THEN
              READ FFPD NEXT RECORD AT END MOVE 'S' TO FINFPD.
           PERFORM PEDIDO-RECAPITULATIVA UNTIL FINFPD = 'S'.
      *
       PEDIDO-RECAPITULATIVA.
           IF FPDFAC NOT = FACNUM THEN
              MOVE 'S' TO FINFPD
            ELSE
              MOVE FPDPED TO PED-FAC
              PERFORM FACTURAR-PEDIDO-EDI
              READ FFPD NEXT RECORD AT END MOVE 'S' TO FINFPD.
      *
      * La referencia del pedido: los de la cadena con su pedido y
      * su tienda, y quedan con la factura enviada; los tecleados
      * en casa que entraron en la misma factura, solo con el
      * nuestro.
       FACTURAR-PEDIDO-EDI.
           MOVE PED-FAC TO EPDPED.
           MOVE SPACES TO EXISTE.
           READ FEPD RECORD KEY IS EPDPED INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              MOVE PED-FAC TO EPDPED
              MOVE SPACES TO EPDNUM
              MOVE SPACES TO EPDTIE
            ELSE
              MOVE FACNUM TO EPDFAC
              REWRITE REGEPD
              IF FS-FEPD NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FEPD.
      *
           MOVE SPACES TO LIN-INV.
           STRING 'R;'     DELIMITED BY SIZE
                  EPDNUM   DELIMITED BY SPACE
                  ';'      DELIMITED BY SIZE
                  EPDTIE   DELIMITED BY SPACE
                  ';'      DELIMITED BY SIZE
                  PED-FAC  DELIMITED BY SIZE
             INTO LIN-INV.
           WRITE LIN-INV.
           IF FS-FINV NOT = '00' THEN
              PERFORM ERROR-FICHERO-FINV.
      *
           MOVE SPACE TO FINLIN.
           MOVE PED-FAC TO LINPED.
           MOVE 0 TO LINNUM.
           START FLIN KEY IS NOT LESS LINCLAVE INVALID KEY
                                     MOVE 'S' TO FINLIN.
           IF FINLIN NOT = 'S' THEN
              READ FLIN NEXT RECORD AT END MOVE 'S' TO FINLIN.
           PERFORM FACTURAR-LINEA-EDI UNTIL FINLIN = 'S'.
      *
      * El articulo de la cadena, el que pidio en su linea.
       FACTURAR-LINEA-EDI.
           IF LINPED NOT = PED-FAC THEN
              MOVE 'S' TO FINLIN
            ELSE
              PERFORM LEER-LINEA-EDI
              PERFORM ESCRIBIR-LINEA-FACTURA
              READ FLIN NEXT RECORD AT END MOVE 'S' TO FINLIN.
      *
       LEER-LINEA-EDI.
           MOVE SPACES TO ELNART.
           MOVE LINPED TO ELNPED.
           MOVE LINNUM TO ELNNUM.
           READ FELN RECORD KEY IS ELNCLAVE INVALID KEY
                                   MOVE SPACES TO ELNART.
      *
       ESCRIBIR-LINEA-FACTURA.
           COMPUTE IMPORTE-LIN = LINCAN * LINPRE.
           MOVE IMPORTE-LIN TO IMP-ED.
           MOVE LINPRE TO PRE-ED.
           MOVE LINIVA TO IVA-ED.
           MOVE SPACES TO LIN-INV.
           STRING 'L;'     DELIMITED BY SIZE
                  ELNART   DELIMITED BY SPACE
                  ';'      DELIMITED BY SIZE
                  LINPRO   DELIMITED BY SPACE
                  ';'      DELIMITED BY SIZE
                  LINCAN   DELIMITED BY SIZE
                  ';'      DELIMITED BY SIZE
                  PRE-ED   DELIMITED BY SIZE
                  ';'      DELIMITED BY SIZE
                  IVA-ED   DELIMITED BY SIZE
                  ';'      DELIMITED BY SIZE
                  IMP-ED   DELIMITED BY SIZE
             INTO LIN-INV.
           WRITE LIN-INV.
           IF FS-FINV NOT = '00' THEN
              PERFORM ERROR-FICHERO-FINV.
      *
      * ************************************************
      * Listado de rechazos
      * ************************************************
       LISTAR-RECHAZO.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
           MOVE NUMLEI   TO DET-LIN.
           MOVE EDI-TIPO TO DET-TIP.
           MOVE MOTIVO   TO DET-MOT.
           IF EDI-TIPO = 'L' OR EDI-TIPO = 'l' THEN
              MOVE EDI-ART TO DET-COD
              MOVE EDI-CAN TO DET-REF
            ELSE
              MOVE EDI-COM TO DET-COD
              MOVE EDI-NUM TO DET-REF.
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
       CIERRE-INFORME.
           IF LINPAG > MAXLIN OR NUMPAG = 0 THEN
              PERFORM CABECERA.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           MOVE NUMLEI  TO CIE-LEI.
           MOVE NUMRECH TO CIE-REC.
           WRITE LIN-IMPR FROM LINEA-CIERRE-1 AFTER ADVANCING 1 LINE.
           MOVE NUMPED  TO CIE-PED.
           MOVE NUMLIN  TO CIE-LIN.
           WRITE LIN-IMPR FROM LINEA-CIERRE-2 AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
      *
      * ************************************************
      * Escribe la cabecera de una pagina nueva
      * ************************************************
       CABECERA.
           ADD 1 TO NUMPAG.
           MOVE NUMPAG TO CAB-PAG.
           MOVE FF2    TO CAB-FEC.
      *
           WRITE LIN-IMPR FROM CABECERA-1 BEFORE ADVANCING PAGE.
           WRITE LIN-IMPR FROM CABECERA-2 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-4 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-5 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           MOVE 7 TO LINPAG.
      *
      * ************************************************
      * Deja la ejecucion anotada en BATCHLOG.DAT
      * ************************************************
       ANOTAR-DIARIO.
           OPEN EXTEND FLOG.
           IF FS-FLOG = '35' THEN
              OPEN OUTPUT FLOG.
           IF FS-FLOG = '00' THEN
              ACCEPT HR1 FROM TIME
              MOVE FF2 TO LOG-FEC
              MOVE HH1 TO LOG-HH
              MOVE NN1 TO LOG-NN
              MOVE SS1 TO LOG-SS
              MOVE NUMPED  TO LOG-PED
              MOVE NUMRECH TO LOG-REC
              MOVE NUMAVI  TO LOG-AVI
              MOVE NUMFAC  TO LOG-FAC
              MOVE LINEA-LOG TO LIN-LOG
              WRITE LIN-LOG
              CLOSE FLOG.
      *
      * ************************************************
      * Deja los totales de control en CTLTOT.DAT
      * ************************************************
       GRABAR-TOTALES.
           MOVE 'UD13E21 ' TO CTA-PRG.
           MOVE NUMLEI     TO CTA-LEI.
           MOVE NUMLIN     TO CTA-ESC.
           MOVE NUMRECH    TO CTA-REC.
           MOVE IMPLIN     TO CTA-IMP.
           MOVE NUMPED     TO CTA-AUX.
           MOVE 0          TO CTA-DSD.
           MOVE 0          TO CTA-HST.
           CALL 'CTLTOT' USING CTLTOT-ARG.
      *
      * Si hay registros rechazados, pone en la bandeja de los
      * operadores la tarea de revisarlos en PEDEDI.PRN (rutina
      * comun TAREA); mientras siga abierta no se repite.
       AVISAR-RECHAZOS.
           MOVE NUMRECH TO ZNUM.
           MOVE 'A'        TO TAN-OPER.
           MOVE 'CARGA '   TO TAN-TIPO.
           MOVE 'PEDEDI.TXT' TO TAN-REF.
           MOVE SPACES     TO TAN-DES.
           STRING 'Rechazos de la carga EDI: ' ZNUM
                  DELIMITED BY SIZE INTO TAN-DES.
           MOVE 2          TO TAN-PRI.
           MOVE 1          TO TAN-DIAS.
           MOVE SPACES     TO TAN-ASG.
           MOVE 'O'        TO TAN-ROL.
           MOVE 'UD13E21'  TO TAN-USU.
           CALL 'TAREA' USING TAREA-ARG.
      *
      * ************************************************
      * Muestra el resumen por pantalla
      * ************************************************
       RESUMEN-CARGA.
           DISPLAY SPACES ERASE.
           DISPLAY 'Empresa distribuidora, S.A.'
                                  LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'RESUMEN DEL INTERCAMBIO EDI CON CADENAS'
                                  LINE  3 POSITION 20 REVERSE HIGH.
      *
           DISPLAY 'Pedidos.....:'    LINE  7 POSITION 20 HIGH.
           MOVE NUMPED TO ZNUM.
           DISPLAY ZNUM               LINE  7 POSITION 35.
      *
           DISPLAY 'Lineas......:'    LINE  9 POSITION 20 HIGH.
           MOVE NUMLIN TO ZNUM.
           DISPLAY ZNUM               LINE  9 POSITION 35.
      *
           DISPLAY 'Rechazados..:'    LINE 11 POSITION 20 HIGH.
           MOVE NUMRECH TO ZNUM.
           DISPLAY ZNUM               LINE 11 POSITION 35.
      *
           DISPLAY 'Avisos exp..:'    LINE 13 POSITION 20 HIGH.
           MOVE NUMAVI TO ZNUM.
           DISPLAY ZNUM               LINE 13 POSITION 35.
      *
           DISPLAY 'Facturas....:'    LINE 15 POSITION 20 HIGH.
           MOVE NUMFAC TO ZNUM.
           DISPLAY ZNUM               LINE 15 POSITION 35.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FCLI.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCLI   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPROD.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPROD  LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPED.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPED   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLIN.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLIN   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCTR.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCTR   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FEPD.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FEPD   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FELN.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FELN   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FFAC.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FFAC   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FEDI.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FEDI   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FDES.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FDES   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FINV.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FINV   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
