123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD23E10.
       REMARKS. UNIDAD 23 EJERCICIO 10.
      *
      * Facturacion masiva de pedidos: factura de una pasada todos
      * los pedidos servidos o entregados con fecha de pedido hasta
      * la fecha de corte, en vez de teclearlos uno a uno en la
      * facturacion UD12E1. Cada factura se emite con los mismos
      * calculos y deja los mismos rastros que la de UD12E1: numero
      * de FACTURAS.CTR y de la serie F (SERIENUM), precio y tipo
      * de IVA congelados en la linea, recargo de equivalencia y
      * entrega intracomunitaria exenta, vencimiento (FECHACAL),
      * partida abierta en PENDIENT.DAT (PENACT), venta en
      * ACUMVEN.DAT, registro VERI*FACTU encadenado (VERIFAC), saldo
      * del cliente, archivo FACARCH.DAT y documento en la cola
      * COLADOC.DAT (rutina comun DOCCOLA), que el reparto UD22E9
      * manda a la impresora o por correo segun el cliente.
      * Los pedidos con genero pendiente en BACKORD.DAT se saltan,
      * como en UD12E1.
      * Los pedidos de los clientes con facturacion mensual
      * (CLI-FAC-MENSUAL) no se facturan uno a uno: esperan al fin
      * de mes, cuando se reunen en el fichero de trabajo
      * FACMES.TMP (ordenado por cliente y pedido) y cada cliente
      * recibe una sola factura recapitulativa (FAC-RECAPITULATIVA)
      * con un apartado por albaran: rotulo con el pedido y su
      * fecha, sus lineas y la suma del albaran. Los pedidos de
      * cada recapitulativa quedan en FACPEDS.DAT (trazado REGFPD).
      * Se lanza desde la cadena nocturna UD13E18, que pasa en
      * FMA-MODO 'N' una noche normal (corte hoy, sin
      * recapitulativas) o 'C' el ultimo laborable del mes (corte
      * hoy, con recapitulativas), o desde el menu con 'P': pide
      * por pantalla la fecha de corte y si se emiten las
      * recapitulativas, y no admite apuntes de un dia cerrado.
      * Deja en FACMASIV.PRN la relacion de pedidos facturados,
      * en espera y saltados, y su resultado en BATCHLOG.DAT.
      * Deja ademas sus totales de control (pedidos hasta el corte,
      * facturas emitidas, pedidos saltados e importe facturado) en
      * CTLTOT.DAT con la rutina comun CTLTOT.
      * Con el parametro ESPERAENT de PARAMS.DAT a 1, el pedido
      * servido sin prueba de entrega (rutina ENTREGA) no se
      * factura: queda en espera hasta que conste entregado.
      * Los portes de cada pedido (rutina comun PORTES) se cargan
      * como en UD12E1, detras de sus lineas; en la recapitulativa,
      * los de cada albaran dentro de su suma y con la base del
      * albaran para el importe de portes francos.
      * Con el mes en curso cerrado en los periodos contables
      * (PERIODOS.DAT, rutina comun PERIODO) no graba nada; si el
      * mes ya se exporto a la gestoria, cada documento grabado
      * queda anotado como apunte fuera de plazo (TARDIOS.DAT).
      * Factura los pedidos de todas las empresas del grupo: antes
      * de emitir la factura de un cliente fija como empresa de
      * trabajo la suya (rutina comun EMPRESA), para que salga con
      * su serie, su membrete y su registro VERI*FACTU; al acabar
      * vuelve a la empresa con la que se entro. Los pedidos de
      * clientes de una empresa dada de baja se saltan.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * FCLI se abre en I-O: cada factura emitida sube el saldo
      * pendiente de cobro del cliente (CLISAL).
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
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FPED.
      *
            SELECT FLIN ASSIGN TO DISK 'LINPED.DAT'
            RECORD KEY IS LINCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FLIN.
      *
      * Lineas pendientes de servir: un pedido con genero en
      * BACKORD.DAT no se factura hasta que el nocturno lo cubra.
            SELECT FBO ASSIGN TO DISK 'BACKORD.DAT'
            RECORD KEY IS BOCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FBO.
      *
            SELECT FFAC ASSIGN TO DISK 'FACTURAS.DAT'
            RECORD KEY IS FACNUM
            ALTERNATE RECORD KEY IS FACPED WITH DUPLICATES
            ALTERNATE RECORD KEY IS FACCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FFAC.
      *
      * Pedidos de cada factura recapitulativa.
            SELECT FFPD ASSIGN TO DISK 'FACPEDS.DAT'
            RECORD KEY IS FPDCLA
            ALTERNATE RECORD KEY IS FPDPED WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FFPD.
      *
      * Contador de numeros de factura, compartido con UD12E1.
            SELECT FCTR ASSIGN TO DISK 'FACTURAS.CTR'
            RECORD KEY IS CTRID
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            LOCK MODE IS MANUAL WITH LOCK ON RECORD
            FILE STATUS IS FS-FCTR.
      *
      * Relacion de lo hecho en el pase.
            SELECT FINFO ASSIGN TO DISK 'FACMASIV.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FINFO.
      *
            SELECT FARC ASSIGN TO DISK 'FACARCH.DAT'
            RECORD KEY IS ARCCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FARC.
      *
      * Dias formalmente cerrados por el cierre del dia UD22E5.
            SELECT FCDI ASSIGN TO DISK 'CIERREDIA.DAT'
            RECORD KEY IS CDFEC
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCDI.
      *
            SELECT FAVN ASSIGN TO DISK 'ACUMVEN.DAT'
            RECORD KEY IS AVNCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FAVN.
      *
      * Fichero de trabajo con los pedidos de los clientes de
      * facturacion mensual, por cliente y pedido.
            SELECT FTMP ASSIGN TO DISK 'FACMES.TMP'
            RECORD KEY IS TMPCLA
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FTMP.
      *
      * Diario de ejecuciones de los procesos nocturnos.
            SELECT FLOG ASSIGN TO DISK 'BATCHLOG.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-FLOG.
      *
            SELECT FPAR ASSIGN TO DISK 'PARAMS.DAT'
            RECORD KEY IS PARCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPAR.
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
       FD FBO LABEL RECORD IS STANDARD.
           COPY REGBO.
      *
       FD FFAC LABEL RECORD IS STANDARD.
           COPY REGFAC.
      *
       FD FFPD LABEL RECORD IS STANDARD.
           COPY REGFPD.
      *
       FD FCTR LABEL RECORD IS STANDARD.
       01 REGCTR.
          02 CTRID    PIC X.
          02 CTRVAL   PIC 9(6).
      *
       FD FINFO LABEL RECORD IS STANDARD.
           01 LIN-INFO PIC X(80).
      *
       FD FARC LABEL RECORD IS STANDARD.
           COPY REGARC.
      *
       FD FCDI LABEL RECORD IS STANDARD.
           COPY REGCDI.
      *
       FD FAVN LABEL RECORD IS STANDARD.
           COPY REGAVN.
      *
       FD FTMP LABEL RECORD IS STANDARD.
       01 REGTMP.
          02 TMPCLA.
             05 TMPCLI PIC X(4).
             05 TMPPED PIC 9(6).
      *
       FD FLOG LABEL RECORD IS STANDARD.
           01 LIN-LOG PIC X(80).
      *
       FD FPAR LABEL RECORD IS STANDARD.
           COPY REGPAR.

       WORKING-STORAGE SECTION.
      * Empresa de trabajo, para el membrete de los documentos, y
      * la empresa con la que se entro, que se repone al acabar.
           COPY EMPRESA.
       77 EMP-ORIGEN PIC 99.
       77 EMPRESA-OK PIC X.
       77 FECHA      PIC 99999999.
       77 CONTINUA   PIC X.
       77 FINLEC     PIC X.
       77 FINPED     PIC X.
       77 FINTMP     PIC X.
       77 EXISTE     PIC X.
       77 EXISTE-AVN PIC X.
       77 FACTURADO  PIC X.
       77 HAY-PENDIENTE PIC X.
       77 FINBO      PIC X.
       77 CLIENTE-OK PIC X.
       77 MENSUAL-SN PIC X.
      *
      * Control del dia cerrado (CIERREDIA.DAT), solo desde el menu.
       77 DIA-CERRADO PIC X.
      * Estado del mes contable (rutina comun PERIODO).
           COPY PERIODO.
      *
      * Fecha de corte (AAAAMMDD) y fecha del pedido en curso, y
      * la fecha de corte tecleada (DDMMAAAA, cero = hoy).
       77 FECHA-CORTE PIC 9(8).
       77 PEDFEC-N    PIC 9(8).
       77 FCOR-E      PIC 9(8).
       01 FDESC.
           02 FDE-DD  PIC 99.
           02 FDE-MM  PIC 99.
           02 FDE-AA  PIC 9999.
      *
      * Argumentos de la rutina comun DATEVAL.
       77 FECHA-OK    PIC X.
       77 FECHA-MSG   PIC X(40).
      *
      * S si en este pase se emiten las facturas recapitulativas.
       77 RECAP-SN    PIC X.
      *
      * Pedido y cliente de la factura en curso; en la
      * recapitulativa, su primer pedido va a FACPED.
       77 PED-ACT     PIC 9(6).
       77 CLI-ACT     PIC X(4).
       77 PRIMER-PED  PIC 9(6).
      *
      * Numero de factura asignado desde FACTURAS.CTR.
       77 NEXTFAC    PIC 9(6).
      *
      * Argumentos de la rutina comun SERIENUM: numero de la
      * factura en la serie F del ano.
       77 SNU-SERIE  PIC X.
       77 SNU-AA     PIC 9999.
       77 SNU-NUM    PIC 9(6).
       77 SNU-OK     PIC X.
           COPY NUMSER.
      *
      * Importes de la linea, del albaran y de la factura.
       77 IMPORTE-LIN PIC 9(7)V99.
       77 IVA-LIN     PIC 9(7)V99.
       77 SUBBAS      PIC 9(7)V99.
       77 TOTBAS      PIC 9(7)V99.
       77 TOTIVA      PIC 9(7)V99.
       77 TOTFAC      PIC 9(7)V99.
      *
      * Recargo de equivalencia de la linea y de la factura, y si
      * el cliente esta en ese regimen.
       77 REC-LIN     PIC 9(7)V99.
       77 TOTREC      PIC 9(7)V99.
       77 RECARGO-SN  PIC X.
      *
      * Entrega intracomunitaria exenta (cliente CLI-INTRACOM).
       77 INTRACOM-SN PIC X.
      *
      * Argumentos de la rutina comun RECEQ.
       77 REQ-IVA     PIC 99V99.
       77 REQ-REC     PIC 99V99.
      *
      * Linea de mayor importe del pedido, cuyo tipo de IVA llevan
      * los portes, y portes cargados en la factura.
       77 MAX-BASE    PIC 9(7)V99.
       77 MAX-IVA     PIC 99V99.
       77 TOTPOR      PIC 9(7)V99.
      *
      * Argumentos de la rutina comun PORTES, como en UD12E1.
       77 POR-PED     PIC 9(6).
       77 POR-CON     PIC X.
       77 POR-UMB     PIC 9(7)V99.
       77 POR-POB     PIC X(20).
       77 POR-BASE    PIC 9(7)V99.
       77 POR-IMP     PIC 9(5)V99.
       77 POR-PES     PIC 9(5)V99.
       77 POR-ZON     PIC XX.
       77 POR-OK      PIC X.
       77 IVA-POR     PIC 9(7)V99.
      *
      * Recuentos del pase: facturas de un pedido, recapitulativas
      * y pedidos que reunen, pedidos que esperan al fin de mes y
      * pedidos saltados.
       77 NUMFAC      PIC 9(5).
       77 NUMREC      PIC 9(5).
       77 NUMALB      PIC 9(5).
       77 NUMESP      PIC 9(5).
       77 NUMSAL      PIC 9(5).
      *
      * Totales de control para la rutina comun CTLTOT: pedidos
      * hasta el corte e importe de las facturas emitidas.
       77 NUMLEI      PIC 9(7).
       77 IMPFAC      PIC S9(11)V99.
           COPY CTLTOT.
      * Pedidos facturados cuyo envio no tiene tarifa de portes.
       77 NUMPSZ      PIC 9(5).
      * Pedidos servidos que esperan su prueba de entrega, y 1 si
      * la facturacion la espera (ESPERAENT de PARAMS.DAT).
       77 NUMSPE      PIC 9(5).
       77 FS-FPAR     PIC XX.
       77 ESPERA-ENT  PIC 9.
      *
      * Paginacion de las facturas.
       77 NUMPAG     PIC 999 VALUE 0.
       77 LINPAG     PIC 99  VALUE 0.
       77 MAXLIN     PIC 99  VALUE 55.
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
       77 FS-FCLI    PIC XX.
       77 FS-FPROD   PIC XX.
       77 FS-FPED    PIC XX.
       77 FS-FLIN    PIC XX.
       77 FS-FBO     PIC XX.
       77 FS-FFAC    PIC XX.
       77 FS-FFPD    PIC XX.
       77 FS-FCTR    PIC XX.
       77 FS-FINFO   PIC XX.
       77 FS-FARC    PIC XX.
       77 FS-FCDI    PIC XX.
       77 FS-FAVN    PIC XX.
       77 FS-FTMP    PIC XX.
       77 FS-FLOG    PIC XX.
      *
      * Numero de linea archivada de la factura en curso.
       77 ARC-NUMLIN PIC 9(4).
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
      * Argumentos de la rutina comun FECHACAL ('SUM').
       77 CAL-OPER    PIC X(3).
       77 CAL-FECHA1  PIC 9(8).
       77 CAL-FECHA2  PIC 9(8).
       77 CAL-DIAS    PIC S9(5).
       77 CAL-OK      PIC X.
      *
      * Argumentos de la rutina comun DIARIO.
       77 JRN-FICHERO PIC X(8).
       77 JRN-OPER    PIC X(6).
       77 JRN-IMAGEN  PIC X(120).
      *
      * Argumentos de la rutina comun PENACT.
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
       01 HR1.
           02 HH1     PIC 99.
           02 NN1     PIC 99.
           02 SS1     PIC 99.
           02 CC1     PIC 99.
      *
      * Lineas de cabecera de pagina de la factura, como UD12E1.
       01 CABECERA-1.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 CAB-EMP PIC X(40) VALUE SPACES.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(5)  VALUE 'CIF: '.
           02 CAB-CIF PIC X(9)  VALUE SPACES.
           02 FILLER  PIC X(3)  VALUE SPACES.
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
           02 FILLER  PIC X(9)  VALUE 'FACTURA: '.
           02 CAB-FAC PIC X(12).
           02 FILLER  PIC X(4)  VALUE SPACES.
           02 FILLER  PIC X(8)  VALUE 'Pedido: '.
           02 CAB-PED PIC 9(6).
           02 FILLER  PIC X(21) VALUE SPACES.
      *
      * En la recapitulativa, el mes en lugar del pedido.
       01 CABECERA-4R.
           02 FILLER  PIC X(20) VALUE SPACES.
           02 FILLER  PIC X(9)  VALUE 'FACTURA: '.
           02 CAB-FACR PIC X(12).
           02 FILLER  PIC X(4)  VALUE SPACES.
           02 FILLER  PIC X(16) VALUE 'Recapitulativa '.
           02 CAB-MM  PIC 99.
           02 FILLER  PIC X     VALUE '/'.
           02 CAB-AA  PIC 9999.
           02 FILLER  PIC X(12) VALUE SPACES.
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
      * Bloque de datos del cliente, tomados de REGCLI.
       01 LINEA-CLIENTE.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(11) VALUE 'Cliente..: '.
           02 FAC-CLICOD PIC X(4).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FAC-CLINOM PIC X(20).
           02 FAC-NIFROT PIC X(12).
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
      * Rotulo de cada albaran de la recapitulativa y su suma.
       01 LINEA-ALBARAN.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(21) VALUE 'Albaran del pedido '.
           02 ALB-PED  PIC 9(6).
           02 FILLER   PIC X(4)  VALUE ' de '.
           02 ALB-FEC  PIC 99/99/9999.
           02 FILLER   PIC X(36) VALUE SPACES.
       01 LINEA-SUMA-ALB.
           02 FILLER   PIC X(44) VALUE SPACES.
           02 FILLER   PIC X(14) VALUE 'Suma albaran: '.
           02 ALB-BAS  PIC Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(10) VALUE SPACES.
      *
      * Linea de detalle de una linea facturada.
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
      * Linea de portes del envio, con su zona y su peso.
       01 LINEA-PORTES.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(10) VALUE 'PORTES'.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(16) VALUE 'Envio a la zona '.
           02 DPO-ZON  PIC XX.
           02 FILLER   PIC X(6)  VALUE SPACES.
           02 DPO-PES  PIC ZZ.ZZ9,99.
           02 FILLER   PIC X(3)  VALUE ' kg'.
           02 FILLER   PIC X(8)  VALUE SPACES.
           02 DPO-IMP  PIC Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(7)  VALUE SPACES.
      *
      * Lineas de totales de la factura.
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
       01 LINEA-RECARGO.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(22) VALUE 'Recargo equivalencia: '.
           02 TOT-REC  PIC Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(43) VALUE SPACES.
       01 LINEA-TOTAL.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(22) VALUE 'TOTAL FACTURA.......: '.
           02 TOT-FAC  PIC Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(43) VALUE SPACES.
      *
      * Mencion legal de las entregas intracomunitarias exentas.
       01 LINEA-EXENCION.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 FILLER   PIC X(38) VALUE
              'Entrega intracomunitaria exenta de IVA'.
           02 FILLER   PIC X(39) VALUE
              ' (art. 25 de la Ley 37/1992 del IVA)'.
      *
      * Pie VERI*FACTU: leyenda y texto del codigo QR.
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
      *
      * Relacion del pase (FACMASIV.PRN).
       01 INFO-CABECERA-1.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(28) VALUE 'Empresa distribuidora, S.A.'.
           02 FILLER  PIC X(31) VALUE SPACES.
           02 FILLER  PIC X(7)  VALUE 'Fecha: '.
           02 INF-FEC PIC 99/99/9999.
           02 FILLER  PIC X(2)  VALUE SPACES.
      *
       01 INFO-CABECERA-4.
           02 FILLER  PIC X(17) VALUE SPACES.
           02 FILLER  PIC X(31) VALUE
              'FACTURACION MASIVA. Corte al '.
           02 INF-COR PIC 99/99/9999.
           02 FILLER  PIC X(22) VALUE SPACES.
      *
       01 INFO-CABECERA-5.
           02 FILLER  PIC X(3)  VALUE SPACES.
           02 FILLER  PIC X(8)  VALUE 'Pedido'.
           02 FILLER  PIC X(8)  VALUE 'Client.'.
           02 FILLER  PIC X(32) VALUE 'Resultado'.
           02 FILLER  PIC X(29) VALUE 'Factura'.
      *
       01 INFO-DETALLE.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 INF-PED  PIC 9(6).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 INF-CLI  PIC X(4).
           02 FILLER   PIC X(4)  VALUE SPACES.
           02 INF-TXT  PIC X(32).
           02 INF-FAC  PIC X(12).
           02 FILLER   PIC X(17) VALUE SPACES.
      *
       01 INFO-TOTAL.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 INF-TOTTXT PIC X(40).
           02 INF-NUM  PIC ZZZZ9.
           02 FILLER   PIC X(32) VALUE SPACES.
      *
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
           02 FILLER   PIC X(22) VALUE 'Facturacion. Facturas:'.
           02 LOG-FAC  PIC ZZZZ9.
           02 FILLER   PIC X(10) VALUE ' Recapit.:'.
           02 LOG-REC  PIC ZZZZ9.
           02 FILLER   PIC X(9)  VALUE ' Saltad.:'.
           02 LOG-SAL  PIC ZZZZ9.
           02 FILLER   PIC X(3)  VALUE SPACES.
      *
       LINKAGE SECTION.
      * Modo de lanzamiento: N noche normal, C ultimo laborable
      * del mes (con recapitulativas), P desde el menu.
       01 FMA-MODO    PIC X.
          88 FMA-NOCHE     VALUE 'N'.
          88 FMA-FIN-MES   VALUE 'C'.
          88 FMA-PANTALLA  VALUE 'P'.
123456*
       PROCEDURE DIVISION USING FMA-MODO.
       COMIENZO.
           MOVE 0 TO RETURN-CODE.
           MOVE 'N' TO DIA-CERRADO.
           IF FMA-PANTALLA THEN
              PERFORM COMPROBAR-CIERRE-DIA.
           IF DIA-CERRADO = 'S' THEN
              PERFORM AVISAR-DIA-CERRADO
              GOBACK.
           PERFORM COMPROBAR-PERIODO.
           IF PRA-CERRADO THEN
              IF FMA-PANTALLA THEN
                 PERFORM AVISAR-MES-CERRADO
                 GOBACK
               ELSE
                 MOVE 8 TO RETURN-CODE
                 GOBACK.
      *
           PERFORM INICIO.
           PERFORM PROCESO.
           PERFORM FIN.
      *
      * GOBACK en vez de parar la ejecucion: estos programas se
      * lanzan tambien desde la cadena nocturna UD13E18 y desde el
      * menu general UD05E1 con CALL.
           GOBACK.
      *
      * ************************************************
      * Inicio
      * ************************************************
        INICIO.
           PERFORM MEMBRETE-EMPRESA.
           MOVE EMA-COD TO EMP-ORIGEN.
      * Contadores a cero aqui y no solo por VALUE: el programa
      * puede entrar varias veces por CALL.
           MOVE 0 TO NUMPAG.
           MOVE 0 TO NUMFAC.
           MOVE 0 TO NUMREC.
           MOVE 0 TO NUMALB.
           MOVE 0 TO NUMESP.
           MOVE 0 TO NUMSAL.
           MOVE 0 TO NUMSPE.
           MOVE 0 TO NUMPSZ.
           MOVE 0 TO NUMLEI.
           MOVE 0 TO IMPFAC.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
      *
      * Desde la cadena el corte es hoy; las recapitulativas solo
      * el ultimo laborable del mes.
           MOVE FECHA TO FECHA-CORTE.
           MOVE 'N' TO RECAP-SN.
           IF FMA-FIN-MES THEN
              MOVE 'S' TO RECAP-SN.
           IF FMA-PANTALLA THEN
              PERFORM PEDIR-DATOS.
      *
      * PARAMS.DAT puede no existir (estado '35'): sin el, se
      * factura tambien lo servido, como siempre.
           MOVE 0 TO ESPERA-ENT.
           OPEN INPUT FPAR.
           IF FS-FPAR = '00' THEN
              PERFORM LEER-PARAMETRO
              IF FS-FPAR = '00' AND PARVAL = 1 THEN
                 MOVE 1 TO ESPERA-ENT.
           IF FS-FPAR NOT = '35' THEN
              CLOSE FPAR.
      *
           OPEN I-O FCLI.
           IF FS-FCLI NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCLI
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
           OPEN INPUT FPROD.
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
           OPEN INPUT FLIN.
           IF FS-FLIN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLIN
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
      * FACTURAS.DAT, FACPEDS.DAT, FACARCH.DAT y ACUMVEN.DAT pueden
      * no existir todavia (estado '35'); se crean vacios.
           OPEN I-O FFAC.
           IF FS-FFAC = '35' THEN
              OPEN OUTPUT FFAC
              CLOSE FFAC
              OPEN I-O FFAC.
           IF FS-FFAC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FFAC
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
           OPEN I-O FFPD.
           IF FS-FFPD = '35' THEN
              OPEN OUTPUT FFPD
              CLOSE FFPD
              OPEN I-O FFPD.
           IF FS-FFPD NOT = '00' THEN
              PERFORM ERROR-FICHERO-FFPD
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
      * FACTURAS.CTR se crea con un unico registro en cero la
      * primera vez, igual que en UD12E1.
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
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
           OPEN OUTPUT FINFO.
           IF FS-FINFO NOT = '00' THEN
              PERFORM ERROR-FICHERO-FINFO
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
           OPEN I-O FARC.
           IF FS-FARC = '35' THEN
              OPEN OUTPUT FARC
              CLOSE FARC
              OPEN I-O FARC.
           IF FS-FARC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FARC
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
           OPEN I-O FAVN.
           IF FS-FAVN = '35' THEN
              OPEN OUTPUT FAVN
              CLOSE FAVN
              OPEN I-O FAVN.
           IF FS-FAVN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FAVN
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
      * El fichero de trabajo empieza vacio en cada pase.
           OPEN OUTPUT FTMP.
           CLOSE FTMP.
           OPEN I-O FTMP.
           IF FS-FTMP NOT = '00' THEN
              PERFORM ERROR-FICHERO-FTMP
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
      * El diario es un fichero de solo-anadir: si todavia no
      * existe, OPEN EXTEND lo crea (codigo de estado '35').
           OPEN EXTEND FLOG.
           IF FS-FLOG = '35' THEN
              OPEN OUTPUT FLOG.
           IF FS-FLOG NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLOG
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
       LEER-PARAMETRO.
           MOVE 'ESPERAENT ' TO PARCLAVE.
           READ FPAR RECORD KEY IS PARCLAVE INVALID KEY
                                 MOVE 0 TO PARVAL.
      *
      * ************************************************
      * Fecha de corte y recapitulativas, cuando se lanza desde el
      * menu
      * ************************************************
       PEDIR-DATOS.
           DISPLAY SPACES ERASE.
           DISPLAY 'Empresa distribuidora, S.A.'
                                  LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'Fecha:'       NO ADVANCING LINE  1 POSITION 60 HIGH.
           DISPLAY FF2.
           DISPLAY 'FACTURACION MASIVA DE PEDIDOS'
                                  LINE  3 POSITION 26 REVERSE HIGH.
      *
           DISPLAY 'Corte DDMMAAAA (cero = hoy):'
                                  LINE  8 POSITION 10 HIGH.
           DISPLAY 'Recapitulativas del mes (S/N):'
                                  LINE 10 POSITION 10 HIGH.
      *
           MOVE 'N' TO FECHA-OK.
           PERFORM PEDIR-CORTE UNTIL FECHA-OK = 'S'.
      *
           MOVE 'N' TO RECAP-SN.
           ACCEPT RECAP-SN LINE 10 POSITION 42 NO BEEP UPDATE.
           IF RECAP-SN = 's' THEN
              MOVE 'S' TO RECAP-SN.
           IF RECAP-SN NOT = 'S' THEN
              MOVE 'N' TO RECAP-SN.
      *
           DISPLAY 'FACTURANDO...' LINE 23 POSITION 14 REVERSE.
      *
       PEDIR-CORTE.
           MOVE ZEROS TO FCOR-E.
           ACCEPT FCOR-E LINE  8 POSITION 42 NO BEEP.
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
                 MOVE FDE-DD TO FECHA-CORTE(7:2).
      *
      * ************************************************
      * Proceso del programa: primero las facturas de un pedido,
      * despues las recapitulativas de los clientes mensuales
      * ************************************************
        PROCESO.
           PERFORM CABECERA-INFORME.
           PERFORM FACTURAR-PEDIDOS.
           IF RECAP-SN = 'S' THEN
              PERFORM FACTURAS-RECAPITULATIVAS.
           PERFORM TOTALES-INFORME.
           PERFORM GRABAR-LOG.
           PERFORM GRABAR-TOTALES.
      *
           MOVE EMP-ORIGEN TO EMA-COD.
           MOVE 'F' TO EMA-OPE.
           CALL 'EMPRESA' USING EMPRESA-ARG.
           PERFORM MEMBRETE-EMPRESA.
      *
           IF FMA-PANTALLA THEN
              DISPLAY 'FACTURAS EN COLA DE DOCUMENTOS Y EN FACMASIV.PRN'
                               LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FCLI FPROD FPED FLIN FFAC FFPD FCTR FINFO
                 FARC FAVN FTMP FLOG.
      *
      * ************************************************
      * Primer pase: recorre PEDIDOS.DAT y factura cada pedido
      * servido hasta el corte; los de clientes mensuales se
      * apartan para la recapitulativa o esperan al fin de mes
      * ************************************************
       FACTURAR-PEDIDOS.
           MOVE SPACE TO FINPED.
           MOVE ZEROS TO PEDNUM.
           START FPED KEY IS NOT LESS PEDNUM INVALID KEY
                                     MOVE 'S' TO FINPED.
           IF FINPED NOT = 'S' THEN
              READ FPED NEXT RECORD AT END MOVE 'S' TO FINPED.
      *
           PERFORM TRATAR-PEDIDO UNTIL FINPED = 'S'.
      *
       TRATAR-PEDIDO.
           MOVE PEDFEC TO PEDFEC-N.
           IF (PED-SERVIDO OR PED-ENTREGADO)
                AND PEDFEC-N NOT > FECHA-CORTE THEN
              PERFORM CLASIFICAR-PEDIDO.
      *
           READ FPED NEXT RECORD AT END MOVE 'S' TO FINPED.
      *
       CLASIFICAR-PEDIDO.
           ADD 1 TO NUMLEI.
           MOVE PEDNUM TO PED-ACT.
           MOVE PEDCLI TO CLI-ACT.
           MOVE PEDNUM TO INF-PED.
           MOVE PEDCLI TO INF-CLI.
           MOVE SPACES TO INF-FAC.
      *
           PERFORM COMPROBAR-FACTURADO.
           PERFORM COMPROBAR-PENDIENTES.
           PERFORM COMPROBAR-MENSUAL.
           PERFORM EMPRESA-DEL-CLIENTE.
      *
           IF FACTURADO = 'S' THEN
              ADD 1 TO NUMSAL
              MOVE 'SALTADO: ya tiene factura' TO INF-TXT
              PERFORM ESCRIBIR-INFORME
            ELSE
              IF HAY-PENDIENTE = 'S' THEN
                 ADD 1 TO NUMSAL
                 MOVE 'SALTADO: genero pendiente' TO INF-TXT
                 PERFORM ESCRIBIR-INFORME
               ELSE
                IF EMPRESA-OK = 'N' THEN
                 ADD 1 TO NUMSAL
                 MOVE 'SALTADO: empresa de baja' TO INF-TXT
                 PERFORM ESCRIBIR-INFORME
                ELSE
                 IF PED-SERVIDO AND ESPERA-ENT = 1 THEN
                    ADD 1 TO NUMSPE
                    MOVE 'ESPERA: sin prueba de entrega' TO INF-TXT
                    PERFORM ESCRIBIR-INFORME
                  ELSE
                    IF MENSUAL-SN = 'S' THEN
                       PERFORM APARTAR-MENSUAL
                     ELSE
                       PERFORM EMITIR-FACTURA
                       PERFORM MARCAR-FACTURADO
                       ADD 1 TO NUMFAC
                       MOVE 'FACTURADO' TO INF-TXT
                       PERFORM AVISO-SIN-TARIFA
                       MOVE NUM-SERIE TO INF-FAC
                       PERFORM ESCRIBIR-INFORME.
      *
      * ************************************************
      * Fija como empresa de trabajo la del cliente del pedido,
      * con su membrete; EMPRESA-OK 'N' si esta dada de baja
      * ************************************************
       EMPRESA-DEL-CLIENTE.
           MOVE 'S' TO EMPRESA-OK.
           MOVE CLI-ACT TO EMA-CLI.
           MOVE 'C' TO EMA-OPE.
           CALL 'EMPRESA' USING EMPRESA-ARG.
           IF EMA-OK = 'N' THEN
              MOVE 'F' TO EMA-OPE
              CALL 'EMPRESA' USING EMPRESA-ARG
              MOVE EMA-OK TO EMPRESA-OK
              PERFORM MEMBRETE-EMPRESA.
      *
      * ************************************************
      * Un pedido de cliente mensual va al fichero de trabajo si
      * hoy se emiten las recapitulativas; si no, espera
      * ************************************************
       APARTAR-MENSUAL.
           IF RECAP-SN = 'S' THEN
              MOVE PEDCLI TO TMPCLI
              MOVE PEDNUM TO TMPPED
              WRITE REGTMP
              IF FS-FTMP NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FTMP
            ELSE
              ADD 1 TO NUMESP
              MOVE 'ESPERA: facturacion mensual' TO INF-TXT
              PERFORM ESCRIBIR-INFORME.
      *
      * ************************************************
      * Comprueba por la clave alternativa FACPED si el pedido ya
      * tiene factura emitida, como UD12E1
      * ************************************************
       COMPROBAR-FACTURADO.
           MOVE 'S' TO FACTURADO.
           MOVE PED-ACT TO FACPED.
           READ FFAC KEY IS FACPED INVALID KEY
                                   MOVE 'N' TO FACTURADO.
      *
      * ************************************************
      * Mira si al pedido le queda genero pendiente de servir en
      * BACKORD.DAT, como UD12E1
      * ************************************************
       COMPROBAR-PENDIENTES.
           MOVE 'N' TO HAY-PENDIENTE.
           OPEN INPUT FBO.
           IF FS-FBO = '00' THEN
              PERFORM POSICIONAR-PENDIENTE
              PERFORM BUSCAR-PENDIENTE UNTIL FINBO = 'S'
              CLOSE FBO.
      *
       POSICIONAR-PENDIENTE.
           MOVE PED-ACT TO BOPED.
           MOVE 0 TO BOLIN.
           MOVE SPACE TO FINBO.
           START FBO KEY IS NOT LESS THAN BOCLAVE INVALID KEY
                              MOVE 'S' TO FINBO.
      *
       BUSCAR-PENDIENTE.
           READ FBO NEXT RECORD AT END MOVE 'S' TO FINBO.
           IF FINBO NOT = 'S' THEN
              IF BOPED NOT = PED-ACT THEN
                 MOVE 'S' TO FINBO
               ELSE
                 IF BO-PENDIENTE THEN
                    MOVE 'S' TO HAY-PENDIENTE
                    MOVE 'S' TO FINBO.
      *
       COMPROBAR-MENSUAL.
           MOVE 'N' TO MENSUAL-SN.
           MOVE PEDCLI TO CLICOD.
           MOVE SPACES TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES AND CLI-FAC-MENSUAL THEN
              MOVE 'S' TO MENSUAL-SN.
      *
      * ************************************************
      * Factura de un solo pedido, igual que la de UD12E1
      * ************************************************
       EMITIR-FACTURA.
           MOVE 'N' TO MENSUAL-SN.
           PERFORM SIGUIENTE-FACTURA.
           PERFORM INICIAR-FACTURA.
           PERFORM CABECERA.
           PERFORM DATOS-CLIENTE.
           PERFORM VALORAR-LINEAS.
           PERFORM CARGAR-PORTES.
           PERFORM TOTALES-FACTURA.
           ADD TOTFAC TO IMPFAC.
           MOVE PED-ACT TO PRIMER-PED.
           PERFORM GRABAR-FACTURA.
           PERFORM PIE-VERIFACTU.
           PERFORM ACTUALIZAR-SALDO.
      *
       INICIAR-FACTURA.
           MOVE 0 TO TOTBAS.
           MOVE 0 TO TOTIVA.
           MOVE 0 TO TOTFAC.
           MOVE 0 TO TOTREC.
           MOVE 0 TO TOTPOR.
           MOVE 0 TO ARC-NUMLIN.
           MOVE 99 TO LINPAG.
      *
           MOVE 'FAC'   TO COL-TIP.
           MOVE NEXTFAC TO COL-DOC.
           MOVE CLI-ACT TO COL-CLI.
           MOVE 0       TO COL-LIN.
      *
      * ************************************************
      * Segundo pase: una factura recapitulativa por cliente
      * mensual con todos sus pedidos apartados
      * ************************************************
       FACTURAS-RECAPITULATIVAS.
           MOVE SPACE TO FINTMP.
           MOVE LOW-VALUES TO TMPCLA.
           START FTMP KEY IS NOT LESS TMPCLA INVALID KEY
                                     MOVE 'S' TO FINTMP.
           IF FINTMP NOT = 'S' THEN
              READ FTMP NEXT RECORD AT END MOVE 'S' TO FINTMP.
      *
           PERFORM RECAPITULAR-CLIENTE UNTIL FINTMP = 'S'.
      *
       RECAPITULAR-CLIENTE.
           MOVE 'S' TO MENSUAL-SN.
           MOVE TMPCLI TO CLI-ACT.
           MOVE TMPPED TO PRIMER-PED.
           PERFORM EMPRESA-DEL-CLIENTE.
           PERFORM SIGUIENTE-FACTURA.
           PERFORM INICIAR-FACTURA.
           PERFORM CABECERA.
           PERFORM DATOS-CLIENTE.
      *
           PERFORM FACTURAR-ALBARAN
              UNTIL FINTMP = 'S' OR TMPCLI NOT = CLI-ACT.
      *
           PERFORM TOTALES-FACTURA.
           ADD TOTFAC TO IMPFAC.
           PERFORM GRABAR-FACTURA.
           PERFORM PIE-VERIFACTU.
           PERFORM ACTUALIZAR-SALDO.
           ADD 1 TO NUMREC.
      *
      * ************************************************
      * Un albaran de la recapitulativa: rotulo con el pedido y
      * su fecha, sus lineas y la suma; el pedido queda en
      * FACPEDS.DAT y pasa a facturado
      * ************************************************
       FACTURAR-ALBARAN.
           MOVE TMPPED TO PED-ACT.
           MOVE TMPPED TO PEDNUM.
           MOVE SPACES TO EXISTE.
           READ FPED RECORD KEY IS PEDNUM INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES THEN
              PERFORM ROTULO-ALBARAN
              MOVE 0 TO SUBBAS
              PERFORM VALORAR-LINEAS
              PERFORM CARGAR-PORTES
              PERFORM SUMA-ALBARAN
              PERFORM GRABAR-PEDIDO-FACTURA
              PERFORM MARCAR-FACTURADO
              ADD 1 TO NUMALB
              MOVE PEDNUM TO INF-PED
              MOVE PEDCLI TO INF-CLI
              MOVE 'RECAPITULATIVA' TO INF-TXT
              PERFORM AVISO-SIN-TARIFA
              MOVE NUM-SERIE TO INF-FAC
              PERFORM ESCRIBIR-INFORME.
      *
           READ FTMP NEXT RECORD AT END MOVE 'S' TO FINTMP.
      *
       ROTULO-ALBARAN.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           MOVE PEDNUM TO ALB-PED.
           MOVE PEDDD  TO DD2.
           MOVE PEDMM  TO MM2.
           MOVE PEDAA  TO AA2.
           MOVE FF2    TO ALB-FEC.
           MOVE DD1    TO DD2.
           MOVE MM1    TO MM2.
           MOVE AA1    TO AA2.
           MOVE LINEA-ALBARAN TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           ADD 1 TO LINPAG.
           MOVE LINEA-ALBARAN TO ARCTXT.
           PERFORM ARCHIVAR-LINEA.
      *
       SUMA-ALBARAN.
           MOVE SUBBAS TO ALB-BAS.
           MOVE LINEA-SUMA-ALB TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE BLANCO-IMPR TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           ADD 2 TO LINPAG.
           MOVE LINEA-SUMA-ALB TO ARCTXT.
           PERFORM ARCHIVAR-LINEA.
           MOVE BLANCO-IMPR TO ARCTXT.
           PERFORM ARCHIVAR-LINEA.
      *
       GRABAR-PEDIDO-FACTURA.
           MOVE NEXTFAC TO FPDFAC.
           MOVE PED-ACT TO FPDPED.
           WRITE REGFPD.
           IF FS-FFPD NOT = '00' THEN
              PERFORM ERROR-FICHERO-FFPD.
      *
      * ************************************************
      * Siguiente numero de factura desde FACTURAS.CTR y de la
      * serie F del ano, como en UD12E1
      * ************************************************
       SIGUIENTE-FACTURA.
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
           MOVE 'F' TO SNU-SERIE.
           MOVE AA1 TO SNU-AA.
           CALL 'SERIENUM' USING SNU-SERIE, SNU-AA, SNU-NUM, SNU-OK.
           MOVE SNU-SERIE TO NSE-COD.
           MOVE SNU-AA    TO NSE-AA.
           MOVE SNU-NUM   TO NSE-NUM.
           IF SNU-OK NOT = 'S' THEN
              MOVE ZEROS TO INF-PED
              MOVE CLI-ACT TO INF-CLI
              MOVE 'AVISO: contador SERIES.CTR' TO INF-TXT
              MOVE NEXTFAC TO INF-FAC
              PERFORM ESCRIBIR-INFORME.
      *
      * ************************************************
      * Escribe la cabecera de una pagina nueva
      * ************************************************
       CABECERA.
           ADD 1 TO NUMPAG.
           MOVE NUMPAG    TO CAB-PAG.
           MOVE FF2       TO CAB-FEC.
           MOVE NUM-SERIE TO CAB-FAC.
           MOVE NUM-SERIE TO CAB-FACR.
           MOVE PED-ACT   TO CAB-PED.
           MOVE MM1       TO CAB-MM.
           MOVE AA1       TO CAB-AA.
      *
           MOVE CABECERA-1 TO LIN-IMPR.
           PERFORM ENCOLAR-PAGINA.
           MOVE CABECERA-2 TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE BLANCO-IMPR TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           IF MENSUAL-SN = 'S' THEN
              MOVE CABECERA-4R TO LIN-IMPR
              PERFORM ENCOLAR-LINEA
            ELSE
              MOVE CABECERA-4 TO LIN-IMPR
              PERFORM ENCOLAR-LINEA.
           MOVE BLANCO-IMPR TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE 5 TO LINPAG.
      *
           MOVE CABECERA-1 TO ARCTXT.
           PERFORM ARCHIVAR-LINEA.
           MOVE CABECERA-2 TO ARCTXT.
           PERFORM ARCHIVAR-LINEA.
           MOVE BLANCO-IMPR TO ARCTXT.
           PERFORM ARCHIVAR-LINEA.
           IF MENSUAL-SN = 'S' THEN
              MOVE CABECERA-4R TO ARCTXT
            ELSE
              MOVE CABECERA-4 TO ARCTXT.
           PERFORM ARCHIVAR-LINEA.
           MOVE BLANCO-IMPR TO ARCTXT.
           PERFORM ARCHIVAR-LINEA.
      *
      * ************************************************
      * Escribe el bloque de datos del cliente de la factura
      * ************************************************
       DATOS-CLIENTE.
           MOVE CLI-ACT TO CLICOD.
           MOVE SPACES TO CLINOM CLIDIR CLIPOB CLINIF.
           MOVE 'S' TO CLIENTE-OK.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE '(sin cliente)' TO CLINOM
                                 MOVE 'N' TO CLIENTE-OK.
      *
           MOVE CLI-ACT TO FAC-CLICOD.
           MOVE CLINOM TO FAC-CLINOM.
           MOVE CLIDIR TO FAC-CLIDIR.
           MOVE CLIPOB TO FAC-CLIPOB.
      *
      * Al cliente intracomunitario se le identifica por su NIF-IVA.
           MOVE 'N' TO INTRACOM-SN.
           IF CLIENTE-OK = 'S' AND CLI-INTRACOM THEN
              MOVE 'S' TO INTRACOM-SN
              MOVE '   NIF-IVA: ' TO FAC-NIFROT
              MOVE CLIVIE TO FAC-CLINIF
            ELSE
              MOVE '   NIF: ' TO FAC-NIFROT
              MOVE CLINIF TO FAC-CLINIF.
      *
           MOVE 'N' TO RECARGO-SN.
           IF CLIENTE-OK = 'S' AND CLI-RECARGO
                               AND INTRACOM-SN = 'N' THEN
              MOVE 'S' TO RECARGO-SN.
      *
           MOVE LINEA-CLIENTE TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE LINEA-DIRECCION TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE BLANCO-IMPR TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE CABECERA-5 TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE GUION-IMPR TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           ADD 5 TO LINPAG.
      *
           MOVE LINEA-CLIENTE TO ARCTXT.
           PERFORM ARCHIVAR-LINEA.
           MOVE LINEA-DIRECCION TO ARCTXT.
           PERFORM ARCHIVAR-LINEA.
           MOVE BLANCO-IMPR TO ARCTXT.
           PERFORM ARCHIVAR-LINEA.
           MOVE CABECERA-5 TO ARCTXT.
           PERFORM ARCHIVAR-LINEA.
           MOVE GUION-IMPR TO ARCTXT.
           PERFORM ARCHIVAR-LINEA.
      *
      * ************************************************
      * Recorre las lineas del pedido en curso valorando cada una
      * al precio y tipo de IVA congelados en la propia linea
      * ************************************************
       VALORAR-LINEAS.
           MOVE 0 TO MAX-BASE.
           MOVE 0 TO MAX-IVA.
           MOVE SPACE TO FINLEC.
           MOVE PED-ACT TO LINPED.
           MOVE ZEROS   TO LINNUM.
           START FLIN KEY IS NOT LESS LINCLAVE INVALID KEY
                                      MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FLIN NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND LINPED NOT = PED-ACT THEN
              MOVE 'S' TO FINLEC.
      *
           PERFORM VALORAR-UNA-LINEA UNTIL FINLEC = 'S'.
      *
       VALORAR-UNA-LINEA.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           MOVE LINPRO TO PROCOD.
           MOVE SPACES TO PRODES.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                 MOVE '(sin producto)' TO PRODES.
      *
           COMPUTE IMPORTE-LIN = LINCAN * LINPRE.
           IF INTRACOM-SN = 'S' THEN
              MOVE 0 TO IVA-LIN
            ELSE
              COMPUTE IVA-LIN = IMPORTE-LIN * LINIVA / 100.
           ADD IMPORTE-LIN TO TOTBAS.
           ADD IMPORTE-LIN TO SUBBAS.
           ADD IVA-LIN     TO TOTIVA.
           IF RECARGO-SN = 'S' THEN
              MOVE LINIVA TO REQ-IVA
              CALL 'RECEQ' USING REQ-IVA, REQ-REC
              COMPUTE REC-LIN = IMPORTE-LIN * REQ-REC / 100
              ADD REC-LIN TO TOTREC.
           IF IMPORTE-LIN > MAX-BASE THEN
              MOVE IMPORTE-LIN TO MAX-BASE
              MOVE LINIVA TO MAX-IVA.
           PERFORM ACUMULAR-VENTA-PRODUCTO.
      *
           MOVE LINPRO TO DET-PRO.
           MOVE PRODES TO DET-DESC.
           MOVE LINCAN TO DET-CAN.
           MOVE LINPRE TO DET-PRE.
           MOVE IMPORTE-LIN TO DET-IMP.
           MOVE LINEA-DETALLE TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           ADD 1 TO LINPAG.
      *
           MOVE LINEA-DETALLE TO ARCTXT.
           PERFORM ARCHIVAR-LINEA.
      *
           READ FLIN NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND LINPED NOT = PED-ACT THEN
              MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Portes del envio del pedido, como en UD12E1; el importe
      * de portes francos se compara con la base del pedido, que
      * en la recapitulativa es la del albaran
      * ************************************************
       CARGAR-PORTES.
           MOVE PED-ACT  TO POR-PED.
           MOVE CLIPOR   TO POR-CON.
           MOVE CLIPUM   TO POR-UMB.
           MOVE CLIPOB   TO POR-POB.
           IF MENSUAL-SN = 'S' THEN
              MOVE SUBBAS TO POR-BASE
            ELSE
              MOVE TOTBAS TO POR-BASE.
           IF CLIENTE-OK NOT = 'S' THEN
              MOVE 'P' TO POR-CON.
           CALL 'PORTES' USING POR-PED, POR-CON, POR-UMB, POR-POB,
                POR-BASE, POR-IMP, POR-PES, POR-ZON, POR-OK.
           MOVE ZEROS  TO PEDPOR.
           MOVE MAX-IVA TO PEDPTI.
           MOVE POR-OK TO PEDPCO.
           IF POR-OK = 'Z' THEN
              ADD 1 TO NUMPSZ.
           IF POR-OK = 'C' AND POR-IMP > 0 THEN
              PERFORM LINEA-DE-PORTES.
      *
       LINEA-DE-PORTES.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           MOVE POR-IMP TO PEDPOR.
           ADD POR-IMP TO TOTPOR.
           IF INTRACOM-SN = 'S' THEN
              MOVE 0 TO IVA-POR
            ELSE
              COMPUTE IVA-POR = POR-IMP * MAX-IVA / 100.
           ADD POR-IMP TO TOTBAS.
           ADD POR-IMP TO SUBBAS.
           ADD IVA-POR TO TOTIVA.
           IF RECARGO-SN = 'S' THEN
              MOVE MAX-IVA TO REQ-IVA
              CALL 'RECEQ' USING REQ-IVA, REQ-REC
              COMPUTE REC-LIN = POR-IMP * REQ-REC / 100
              ADD REC-LIN TO TOTREC.
      *
           MOVE POR-ZON TO DPO-ZON.
           MOVE POR-PES TO DPO-PES.
           MOVE POR-IMP TO DPO-IMP.
           MOVE LINEA-PORTES TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           ADD 1 TO LINPAG.
      *
           MOVE LINEA-PORTES TO ARCTXT.
           PERFORM ARCHIVAR-LINEA.
      *
      * ************************************************
      * En la relacion, el pedido facturado cuyo envio no tiene
      * tarifa de portes lleva el aviso al lado del resultado
      * ************************************************
       AVISO-SIN-TARIFA.
           IF POR-OK = 'Z' THEN
              MOVE 'sin tarifa portes' TO INF-TXT(16:17).
      *
      * ************************************************
      * Bloque de totales de la factura, como en UD12E1
      * ************************************************
       TOTALES-FACTURA.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
      *
           COMPUTE TOTFAC = TOTBAS + TOTIVA + TOTREC.
      *
           MOVE GUION-IMPR TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE TOTBAS TO TOT-BAS.
           MOVE LINEA-BASE TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           MOVE TOTIVA TO TOT-IVA.
           MOVE LINEA-IVA TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           IF TOTREC > 0 THEN
              MOVE TOTREC TO TOT-REC
              MOVE LINEA-RECARGO TO LIN-IMPR
              PERFORM ENCOLAR-LINEA
              ADD 1 TO LINPAG.
           MOVE TOTFAC TO TOT-FAC.
           MOVE LINEA-TOTAL TO LIN-IMPR.
           PERFORM ENCOLAR-LINEA.
           ADD 4 TO LINPAG.
      *
           MOVE GUION-IMPR TO ARCTXT.
           PERFORM ARCHIVAR-LINEA.
           MOVE LINEA-BASE TO ARCTXT.
           PERFORM ARCHIVAR-LINEA.
           MOVE LINEA-IVA TO ARCTXT.
           PERFORM ARCHIVAR-LINEA.
           IF TOTREC > 0 THEN
              MOVE LINEA-RECARGO TO ARCTXT
              PERFORM ARCHIVAR-LINEA.
           MOVE LINEA-TOTAL TO ARCTXT.
           PERFORM ARCHIVAR-LINEA.
      *
           IF INTRACOM-SN = 'S' THEN
              MOVE BLANCO-IMPR TO LIN-IMPR
              PERFORM ENCOLAR-LINEA
              MOVE LINEA-EXENCION TO LIN-IMPR
              PERFORM ENCOLAR-LINEA.
           IF INTRACOM-SN = 'S' THEN
              ADD 2 TO LINPAG
              MOVE BLANCO-IMPR TO ARCTXT
              PERFORM ARCHIVAR-LINEA
              MOVE LINEA-EXENCION TO ARCTXT
              PERFORM ARCHIVAR-LINEA.
      *
      * ************************************************
      * Deja en FACARCH.DAT la linea recien impresa, bajo la
      * clave factura + numero de linea correlativo
      * ************************************************
       ARCHIVAR-LINEA.
           ADD 1 TO ARC-NUMLIN.
           MOVE NEXTFAC    TO ARCFAC.
           MOVE ARC-NUMLIN TO ARCLIN.
           WRITE REGARC.
           IF FS-FARC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FARC.
      *
      * ************************************************
      * Sube el saldo pendiente de cobro del cliente con el total
      * de la factura recien emitida
      * ************************************************
       ACTUALIZAR-SALDO.
           IF CLIENTE-OK = 'S' THEN
              ADD TOTFAC TO CLISAL
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
      * Avanza el estado del pedido a facturado
      * ************************************************
       MARCAR-FACTURADO.
           SET PED-FACTURADO TO TRUE.
           REWRITE REGPED.
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
      * Graba el registro de la factura en FACTURAS.DAT; la
      * recapitulativa lleva su primer pedido en FACPED
      * ************************************************
       GRABAR-FACTURA.
           MOVE 'N'      TO VFA-OK.
           MOVE NEXTFAC  TO FACNUM.
           MOVE PRIMER-PED TO FACPED.
           MOVE CLI-ACT  TO FACCLI.
           MOVE AA1      TO FACAA.
           MOVE MM1      TO FACMM.
           MOVE DD1      TO FACDD.
           MOVE TOTBAS   TO FACBAS.
           MOVE TOTIVA   TO FACIVA.
           MOVE TOTFAC   TO FACTOT.
           MOVE TOTREC   TO FACREC.
           MOVE TOTPOR   TO FACPOR.
           SET FAC-FACTURA TO TRUE.
           MOVE ZEROS    TO FACORG.
           MOVE SNU-SERIE TO FACSCD.
           MOVE SNU-AA   TO FACSAA.
           MOVE SNU-NUM  TO FACSNU.
           IF MENSUAL-SN = 'S' THEN
              SET FAC-RECAPITULATIVA TO TRUE
            ELSE
              MOVE SPACE TO FACREP.
           IF INTRACOM-SN = 'S' THEN
              SET FAC-INTRACOM TO TRUE
            ELSE
              MOVE SPACE TO FACEXE.
           PERFORM CALCULAR-VENCIMIENTO.
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
              MOVE TOTFAC   TO PEN-IMP
              CALL 'PENACT' USING PEN-OPER, PEN-FAC, PEN-CLI,
                   PEN-IMP
              PERFORM ACUMULAR-VENTA-CLIENTE
              PERFORM REGISTRO-VERIFACTU.
      *
      * ************************************************
      * Registro de facturacion de alta (F1) encadenado en
      * VERIFAC.DAT
      * ************************************************
       REGISTRO-VERIFACTU.
           MOVE 'ALT'  TO VFA-OPER.
           MOVE 'F1'   TO VFA-TIPO.
           MOVE CLINIF TO VFA-NIF.
           MOVE ZEROS  TO VFA-FORG.
           CALL 'VERIFAC' USING VFA-OPER, VFA-TIPO, VFA-NIF,
                VFA-FORG, REGFAC, VFA-REGISTRO, VFA-SALIDA, VFA-OK.
      *
      * ************************************************
      * Pie de la factura con la leyenda VERI*FACTU y el texto del
      * codigo QR; sin registro grabado no hay pie, y la factura
      * queda avisada en la relacion del pase
      * ************************************************
       PIE-VERIFACTU.
           IF VFA-OK NOT = 'S' THEN
              MOVE PRIMER-PED TO INF-PED
              MOVE CLI-ACT TO INF-CLI
              MOVE 'AVISO: sin registro VERI*FACTU' TO INF-TXT
              MOVE NUM-SERIE TO INF-FAC
              PERFORM ESCRIBIR-INFORME
            ELSE
              IF LINPAG > MAXLIN THEN
                 PERFORM CABECERA.
           IF VFA-OK = 'S' THEN
              MOVE VFA-SALIDA(1:73)  TO QR-TXT1
              MOVE VFA-SALIDA(74:73) TO QR-TXT2
              MOVE BLANCO-IMPR TO LIN-IMPR
              PERFORM ENCOLAR-LINEA
              MOVE LINEA-VERIFACTU TO LIN-IMPR
              PERFORM ENCOLAR-LINEA
              MOVE LINEA-QR1 TO LIN-IMPR
              PERFORM ENCOLAR-LINEA
              MOVE LINEA-QR2 TO LIN-IMPR
              PERFORM ENCOLAR-LINEA.
           IF VFA-OK = 'S' THEN
              ADD 4 TO LINPAG
              MOVE BLANCO-IMPR TO ARCTXT
              PERFORM ARCHIVAR-LINEA
              MOVE LINEA-VERIFACTU TO ARCTXT
              PERFORM ARCHIVAR-LINEA
              MOVE LINEA-QR1 TO ARCTXT
              PERFORM ARCHIVAR-LINEA
              MOVE LINEA-QR2 TO ARCTXT
              PERFORM ARCHIVAR-LINEA.
      *
      * ************************************************
      * Vencimiento de la factura: su fecha mas el plazo de pago
      * del cliente (CLIPLA; cero se trata como 30 dias)
      * ************************************************
       CALCULAR-VENCIMIENTO.
           MOVE 'SUM' TO CAL-OPER.
           MOVE FECHA TO CAL-FECHA1.
           IF CLIENTE-OK = 'S' AND CLIPLA > 0 THEN
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
      * ************************************************
      * Acumulado corriente de ventas (ACUMVEN.DAT), como en
      * UD12E1: la linea a su producto y la factura al cliente
      * ************************************************
       ACUMULAR-VENTA-PRODUCTO.
           MOVE 'P'    TO AVNTIP.
           MOVE AA1    TO AVNAA.
           MOVE MM1    TO AVNMM.
           MOVE LINPRO TO AVNCOD.
           PERFORM LEER-O-CREAR-ACUM.
           ADD LINCAN TO AVNUNI.
           ADD IMPORTE-LIN TO AVNIMP.
           REWRITE REGAVN.
           IF FS-FAVN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FAVN.
      *
       ACUMULAR-VENTA-CLIENTE.
           MOVE 'C'     TO AVNTIP.
           MOVE AA1     TO AVNAA.
           MOVE MM1     TO AVNMM.
           MOVE CLI-ACT TO AVNCOD.
           PERFORM LEER-O-CREAR-ACUM.
           ADD TOTFAC TO AVNIMP.
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
      * Relacion del pase (FACMASIV.PRN)
      * ************************************************
       CABECERA-INFORME.
           MOVE FF2 TO INF-FEC.
           MOVE FECHA-CORTE(7:2) TO DD2.
           MOVE FECHA-CORTE(5:2) TO MM2.
           MOVE FECHA-CORTE(1:4) TO AA2.
           MOVE FF2 TO INF-COR.
           MOVE DD1 TO DD2.
           MOVE MM1 TO MM2.
           MOVE AA1 TO AA2.
           WRITE LIN-INFO FROM INFO-CABECERA-1 BEFORE ADVANCING PAGE.
           WRITE LIN-INFO FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-INFO FROM INFO-CABECERA-4 AFTER ADVANCING 1 LINE.
           WRITE LIN-INFO FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-INFO FROM INFO-CABECERA-5 AFTER ADVANCING 1 LINE.
           WRITE LIN-INFO FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           IF FS-FINFO NOT = '00' THEN
              PERFORM ERROR-FICHERO-FINFO.
      *
       ESCRIBIR-INFORME.
           WRITE LIN-INFO FROM INFO-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FINFO NOT = '00' THEN
              PERFORM ERROR-FICHERO-FINFO.
      *
       TOTALES-INFORME.
           WRITE LIN-INFO FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           MOVE 'Facturas de un pedido emitidas.........:'
                                                TO INF-TOTTXT.
           MOVE NUMFAC TO INF-NUM.
           WRITE LIN-INFO FROM INFO-TOTAL AFTER ADVANCING 1 LINE.
           MOVE 'Facturas recapitulativas emitidas......:'
                                                TO INF-TOTTXT.
           MOVE NUMREC TO INF-NUM.
           WRITE LIN-INFO FROM INFO-TOTAL AFTER ADVANCING 1 LINE.
           MOVE 'Pedidos en facturas recapitulativas....:'
                                                TO INF-TOTTXT.
           MOVE NUMALB TO INF-NUM.
           WRITE LIN-INFO FROM INFO-TOTAL AFTER ADVANCING 1 LINE.
           MOVE 'Pedidos que esperan al fin de mes......:'
                                                TO INF-TOTTXT.
           MOVE NUMESP TO INF-NUM.
           WRITE LIN-INFO FROM INFO-TOTAL AFTER ADVANCING 1 LINE.
           MOVE 'Pedidos que esperan prueba de entrega..:'
                                                TO INF-TOTTXT.
           MOVE NUMSPE TO INF-NUM.
           WRITE LIN-INFO FROM INFO-TOTAL AFTER ADVANCING 1 LINE.
           MOVE 'Pedidos saltados.......................:'
                                                TO INF-TOTTXT.
           MOVE NUMSAL TO INF-NUM.
           WRITE LIN-INFO FROM INFO-TOTAL AFTER ADVANCING 1 LINE.
           MOVE 'Facturados sin tarifa de portes........:'
                                                TO INF-TOTTXT.
           MOVE NUMPSZ TO INF-NUM.
           WRITE LIN-INFO FROM INFO-TOTAL AFTER ADVANCING 1 LINE.
           IF FS-FINFO NOT = '00' THEN
              PERFORM ERROR-FICHERO-FINFO.
      *
       GRABAR-LOG.
           ACCEPT HR1 FROM TIME.
           MOVE FF2  TO LOG-FEC.
           MOVE HH1  TO LOG-HH.
           MOVE NN1  TO LOG-NN.
           MOVE SS1  TO LOG-SS.
           MOVE NUMFAC TO LOG-FAC.
           MOVE NUMREC TO LOG-REC.
           MOVE NUMSAL TO LOG-SAL.
           MOVE LINEA-LOG TO LIN-LOG.
           WRITE LIN-LOG.
           IF FS-FLOG NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLOG.
      *
      * ************************************************
      * Deja los totales de control en CTLTOT.DAT: escritas son
      * las facturas, de un pedido y recapitulativas
      * ************************************************
       GRABAR-TOTALES.
           MOVE 'UD23E10 ' TO CTA-PRG.
           MOVE NUMLEI     TO CTA-LEI.
           COMPUTE CTA-ESC = NUMFAC + NUMREC.
           MOVE NUMSAL     TO CTA-REC.
           MOVE IMPFAC     TO CTA-IMP.
           MOVE 0          TO CTA-AUX.
           MOVE 0          TO CTA-DSD.
           MOVE 0          TO CTA-HST.
           CALL 'CTLTOT' USING CTLTOT-ARG.
      *
      * ************************************************
      * Con el dia formalmente cerrado en CIERREDIA.DAT (cierre
      * del dia UD22E5) no se admiten mas apuntes de esa fecha
      * desde el menu; la cadena nocturna factura igualmente
      * ************************************************
       COMPROBAR-CIERRE-DIA.
           ACCEPT FECHA FROM DATE YYYYMMDD.
           OPEN INPUT FCDI.
           IF FS-FCDI = '00' THEN
              PERFORM LEER-CIERRE
              IF FS-FCDI = '00' AND CDEST = 'C' THEN
                 MOVE 'S' TO DIA-CERRADO.
           IF FS-FCDI NOT = '35' THEN
              CLOSE FCDI.
      *
       LEER-CIERRE.
           MOVE FECHA TO CDFEC.
           READ FCDI RECORD KEY IS CDFEC INVALID KEY
                     CONTINUE.
      *
       AVISAR-DIA-CERRADO.
           DISPLAY SPACES ERASE.
           DISPLAY 'Dia cerrado: no se admiten mas apuntes hoy.'
                            LINE 12 POSITION 18 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79.
           DISPLAY SPACES ERASE.
      *
      * ************************************************
      * Con el mes de hoy cerrado en PERIODOS.DAT (periodos
      * contables UD23E28) no se admiten documentos de ese mes
      * ************************************************
       COMPROBAR-PERIODO.
           MOVE 'C'       TO PRA-MOD.
           ACCEPT PRA-FEC FROM DATE YYYYMMDD.
           MOVE 'UD23E10' TO PRA-PRG.
           MOVE SPACE     TO PRA-TIP.
           MOVE SPACES    TO PRA-DOC.
           MOVE ZEROS     TO PRA-IMP.
           CALL 'PERIODO' USING PERIODO-ARG.
      *
       AVISAR-MES-CERRADO.
           DISPLAY SPACES ERASE.
           DISPLAY 'Mes cerrado: no se admiten documentos de este mes.'
                            LINE 12 POSITION 15 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79.
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
           MOVE 'UD23E10' TO PRA-PRG.
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
       ERROR-FICHERO-FFAC.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FFAC   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FFPD.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FFPD   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCTR.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCTR   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCOL.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY COL-FS    LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FINFO.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FINFO   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FARC.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FARC   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FAVN.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FAVN   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FTMP.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FTMP   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLOG.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLOG   LINE 23 POSITION 40 REVERSE.
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
