      * su cobro inmediato en COBROS.DAT (el arqueo UD17E10 lo
      * cuadra por su metodo) y el ticket simplificado en
      * TICKET.PRN, en el papel continuo de 40 columnas de las
      * etiquetas. El ticket es una factura simplificada: deja su
      * registro de facturacion encadenado en VERIFAC.DAT (rutina
      * comun VERIFAC, tipo F2) y lleva al pie la leyenda
      * VERI*FACTU y el texto de su codigo QR de cotejo.
      * Los tickets llevan su propia serie T, que empieza cada ano
      * (rutina comun SERIENUM), aparte de la serie F de facturas:
      * el ticket sale con ese numero (T2026-000123).
      * Un articulo bloqueado por calidad (PRO-BLOQUEADO) no se
      * vende; uno descatalogado, como todos, solo hasta su
      * disponible.
      * Como en la entrada de pedidos, una linea cuyo precio con la
      * promocion aplicada queda por debajo del coste PROCOS, o del
      * margen minimo MARGENMIN de PARAMS.DAT, necesita que un
      * supervisor teclee sus credenciales; la autorizacion queda
      * anotada en VENTABAJ.DAT al grabar la venta.
      * Con el mes en curso cerrado en los periodos contables
      * (PERIODOS.DAT, rutina comun PERIODO) no graba nada; si el
      * mes ya se exporto a la gestoria, cada documento grabado
      * queda anotado como apunte fuera de plazo (TARDIOS.DAT).
      * El membrete lleva la razon social y el CIF de la empresa
      * del grupo con la que se trabaja (rutina comun EMPRESA).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
            SELECT FPED ASSIGN TO DISK 'PEDIDOS.DAT'
            RECORD KEY IS PEDNUM
            ALTERNATE RECORD KEY IS PEDCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPED.
            SELECT FFAC ASSIGN TO DISK 'FACTURAS.DAT'
            RECORD KEY IS FACNUM
            ALTERNATE RECORD KEY IS FACPED WITH DUPLICATES
            ALTERNATE RECORD KEY IS FACCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FFAC.
            FILE STATUS IS FS-FCTF.
      *
            SELECT FCOB ASSIGN TO DISK 'COBROS.DAT'
            RECORD KEY IS COBCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FCOB.
      *
            SELECT FPRM ASSIGN TO DISK 'PROMOS.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCDI.
      *
      * Parametros de explotacion: margen minimo de venta.
            SELECT FPAR ASSIGN TO DISK 'PARAMS.DAT'
            RECORD KEY IS PARCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPAR.
      *
      * Ventas autorizadas bajo margen (solo se anade).
            SELECT FVBM ASSIGN TO DISK 'VENTABAJ.DAT'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FVBM.
123456*
       DATA DIVISION.
       FILE SECTION.
      *
       FD FCDI LABEL RECORD IS STANDARD.
           COPY REGCDI.
      *
       FD FPAR LABEL RECORD IS STANDARD.
           COPY REGPAR.
      *
       FD FVBM LABEL RECORD IS STANDARD.
           COPY REGVBM.
      *
       WORKING-STORAGE SECTION.
      * Empresa de trabajo, para el membrete del ticket.
           COPY EMPRESA.
      * Control del dia cerrado (CIERREDIA.DAT).
       77 FS-FCDI    PIC XX.
       77 DIA-CERRADO PIC X.
       77 FECHA-CDI  PIC 9(8).
       77 CONT-CDI   PIC X.
      * Estado del mes contable (rutina comun PERIODO).
           COPY PERIODO.
       77 FS-FAVN    PIC XX.
       77 EXISTE-AVN PIC X.
       77 IMPORTE-AVN PIC 9(9)V99.
       77 MSGPIDE    PIC X(60) VALUE
           'Producto en blanco para cerrar el ticket'.
       77 ERROR-PRO  PIC X(50) VALUE 'ERROR! El producto NO existe.'.
       77 ERROR-BLQ  PIC X(50) VALUE
           'ERROR! Articulo bloqueado: no se puede vender.'.
       77 ERROR-STK  PIC X(50) VALUE
           'ERROR! Stock insuficiente para la venta.'.
       77 ERROR-MET  PIC X(50) VALUE
              03 TT-CAN  PIC 9(5).
              03 TT-PRE  PIC 9(6)V99.
              03 TT-IVA  PIC 99V99.
      * Linea autorizada bajo margen: coste, margen y supervisor
      * (en blanco si la linea no lo necesito).
              03 TT-COS  PIC 9(6)V99.
              03 TT-MAR  PIC S9(5)V99.
              03 TT-SUP  PIC X(8).
      *
      * Precio de la linea con la promocion aplicada.
       77 PRECIO-LIN  PIC 9(6)V99.
       77 PRECIO-PRM  PIC 9(6)V99.
       77 CANT-LIN    PIC 9(5).
      *
      * Control de margen de la linea: margen minimo (centesimas
      * de punto, de PARAMS.DAT), margen de la linea en curso y
      * credenciales del supervisor que autoriza venderla por
      * debajo.
       77 FS-FPAR     PIC XX.
       77 FS-FVBM     PIC XX.
       77 MARGEN-MIN  PIC 9(5) VALUE 0.
       77 MARGEN-LIN  PIC S9(5)V99.
       77 LINEA-OK    PIC X.
       77 AUTORIZA    PIC X.
       77 SUP-USUARIO PIC X(8).
       77 SUP-CLAVE   PIC X(8).
       77 SUP-OK      PIC X.
       77 SUP-ROL     PIC X.
       77 MSGSUP      PIC X(50) VALUE
           'Precio bajo margen: autoriza un supervisor.'.
       77 ERROR-MGN   PIC X(50) VALUE
           'Linea no anotada: precio bajo margen.'.
       77 ZCOS-MGN    PIC ZZZ.ZZ9,99.
       77 ZPRE-MGN    PIC ZZZ.ZZ9,99.
       77 ZMAR-MGN    PIC ---9,99.
      *
      * Totales del ticket y cambio.
       77 TOTBAS     PIC 9(7)V99.
       77 TOTIVA     PIC 9(7)V99.
       77 NEXTPED    PIC 9(6).
       77 NEXTFAC    PIC 9(6).
      *
      * Argumentos de la rutina comun SERIENUM: numero del ticket
      * en la serie T del ano.
       77 SNU-SERIE  PIC X.
       77 SNU-AA     PIC 9999.
       77 SNU-NUM    PIC 9(6).
       77 SNU-OK     PIC X.
       77 ERROR-SER  PIC X(50) VALUE
           'ERROR EN EL CONTADOR DE SERIES SERIES.CTR'.
           COPY NUMSER.
      *
      * Linea de archivo de la factura.
       77 ARC-NUMLIN PIC 9(4).
      *
       77 PEN-FAC     PIC 9(6).
       77 PEN-CLI     PIC X(4).
       77 PEN-IMP     PIC S9(7)V99.
      *
      * Argumentos de la rutina comun VERIFAC (registro de
      * facturacion encadenado y texto del codigo QR).
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
      * Lineas del ticket impreso (40 columnas).
       01 TIK-CAB1.
           02 FILLER  PIC X(3)  VALUE SPACES.
           02 TIK-EMP PIC X(37) VALUE SPACES.
       01 TIK-CABC.
           02 FILLER  PIC X(8)  VALUE '   CIF: '.
           02 TIK-CIF PIC X(9)  VALUE SPACES.
           02 FILLER  PIC X(23) VALUE SPACES.
       01 TIK-CAB2.
           02 FILLER  PIC X(10) VALUE '   Ticket '.
           02 TIK-FAC PIC X(12).
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 TIK-FEC PIC 99/99/9999.
           02 FILLER  PIC X(6)  VALUE SPACES.
       01 TIK-GUION  PIC X(40) VALUE ALL '-'.
       01 TIK-BLANCO PIC X(40) VALUE SPACES.
       01 TIK-LINEA.
           02 FILLER  PIC X(1)  VALUE SPACES.
           02 TK-TOT  PIC --.---.--9,99.
           02 FILLER  PIC X(10) VALUE SPACES.
       01 TIK-VF1    PIC X(40) VALUE
           '   Factura simplificada - VERI*FACTU'.
       01 TIK-VF2    PIC X(40) VALUE
           '   Verificable en la sede de la AEAT'.
       01 TIK-QR.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 TK-QR   PIC X(38).
123456*
       PROCEDURE DIVISION.
       COMIENZO.
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
      * Inicio
      * ************************************************
        INICIO.
           PERFORM MEMBRETE-EMPRESA.
           OPEN I-O FPROD.
           IF FS-FPROD NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPROD
              GOBACK.
      *
      * STOCKUBI.DAT todavia no existe la primera vez (estado
      * '35'); se crea vacio.
           OPEN I-O FSUB.
              PERFORM ERROR-FICHERO-FSUB
              GOBACK.
      *
      * MOVIMIENT.DAT es de solo anadir: si no existe, OPEN EXTEND
      * lo crea (estado '35').
           OPEN EXTEND FMOV.
           IF FS-FMOV = '35' THEN
              OPEN OUTPUT FMOV.
              PERFORM ERROR-FICHERO-FMOV
              GOBACK.
      *
      * COBROS.DAT tambien se crea vacio la primera vez.
           OPEN I-O FCOB.
           IF FS-FCOB = '35' THEN
              OPEN OUTPUT FCOB
              CLOSE FCOB
              OPEN I-O FCOB.
           IF FS-FCOB NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCOB
              GOBACK.
              OPEN OUTPUT FAVN
              CLOSE FAVN
              OPEN I-O FAVN.
      *
      * VENTABAJ.DAT es de solo anadir: si todavia no existe,
      * OPEN EXTEND lo crea (estado '35').
           OPEN EXTEND FVBM.
           IF FS-FVBM = '35' THEN
              OPEN OUTPUT FVBM.
           IF FS-FVBM NOT = '00' THEN
              PERFORM ERROR-FICHERO-FVBM
              GOBACK.
      *
           PERFORM LEER-PARAMETROS.
      *
           MOVE 'S' TO SEGUIR.
      *
           IF FS-FMET = '00' OR FS-FMET = '10' THEN
              CLOSE FMET.
           CLOSE FPROD FMOV FSUB FPED FLIN FCTP FFAC FCTF FCOB
                 FARC FTIK FVBM.
      *
      * ************************************************
      * Un ticket completo: lineas, cobro y grabacion
              PERFORM LEER-EAN.
      *
           IF PROCOD-E NOT = SPACES AND PROCOD-E NOT = '*' THEN
              PERFORM LEER-PRODUCTO
              IF EXISTE = 'N' OR PRO-BLOQUEADO THEN
                 PERFORM AVISAR-PRODUCTO
               ELSE
                 DISPLAY PRODES LINE LINPANT POSITION 12
                 MOVE ZEROS TO CANT-E
                  ELSE
                    IF CANT-E > 0 THEN
                       PERFORM ANOTAR-LINEA.
      *
       LEER-PRODUCTO.
           MOVE PROCOD-E TO PROCOD.
           MOVE SPACES TO EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                  MOVE 'N' TO EXISTE.
      *
       AVISAR-PRODUCTO.
           IF EXISTE = 'N' THEN
              DISPLAY ERROR-PRO LINE 23 POSITION 14 REVERSE
            ELSE
              DISPLAY ERROR-BLQ LINE 23 POSITION 14 REVERSE.
           PERFORM CONTINUAR.
           DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE.
      *
       ANOTAR-LINEA.
           MOVE CANT-E TO CANT-LIN.
           PERFORM CALCULAR-PRECIO-LINEA.
           MOVE 'S' TO LINEA-OK.
           MOVE SPACES TO SUP-USUARIO.
           PERFORM COMPROBAR-MARGEN.
           IF LINEA-OK = 'S' THEN
              PERFORM ANOTAR-EN-TICKET.
      *
       ANOTAR-EN-TICKET.
           ADD 1 TO NUMLIN-T.
           MOVE PROCOD-E   TO TT-PRO(NUMLIN-T).
           MOVE PRODES     TO TT-DES(NUMLIN-T).
           MOVE CANT-E     TO TT-CAN(NUMLIN-T).
           MOVE PRECIO-LIN TO TT-PRE(NUMLIN-T).
           MOVE PROIVA     TO TT-IVA(NUMLIN-T).
           MOVE PROCOS     TO TT-COS(NUMLIN-T).
           MOVE MARGEN-LIN TO TT-MAR(NUMLIN-T).
           MOVE SUP-USUARIO TO TT-SUP(NUMLIN-T).
      *
           COMPUTE IMPORTE-L = CANT-E * PRECIO-LIN.
           COMPUTE IVA-L ROUNDED = IMPORTE-L * PROIVA / 100.
              MOVE PRECIO-PRM TO PRECIO-LIN.
      *
      * ************************************************
      * Precio neto por debajo del coste medio PROCOS, o con
      * menos margen sobre el precio que el minimo de PARAMS.DAT:
      * la linea necesita un supervisor, o no entra en el ticket.
      * Sin coste conocido no hay nada que comparar
      * ************************************************
       COMPROBAR-MARGEN.
           MOVE 0 TO MARGEN-LIN.
           IF PROCOS > 0 THEN
              PERFORM CALCULAR-MARGEN-LIN
              IF PRECIO-LIN < PROCOS
                   OR MARGEN-LIN * 100 < MARGEN-MIN THEN
                 PERFORM AUTORIZAR-MARGEN.
      *
       CALCULAR-MARGEN-LIN.
           IF PRECIO-LIN = 0 THEN
              MOVE -999 TO MARGEN-LIN
            ELSE
              COMPUTE MARGEN-LIN ROUNDED =
                      (PRECIO-LIN - PROCOS) * 100 / PRECIO-LIN
              IF MARGEN-LIN < -999 THEN
                 MOVE -999 TO MARGEN-LIN.
      *
      * El mostrador no tiene operador identificado: la linea
      * bajo margen la autoriza siempre un supervisor con sus
      * credenciales.
       AUTORIZAR-MARGEN.
           MOVE PROCOS     TO ZCOS-MGN.
           MOVE PRECIO-LIN TO ZPRE-MGN.
           MOVE MARGEN-LIN TO ZMAR-MGN.
           DISPLAY 'Bajo margen. Coste:' LINE 18 POSITION 3 HIGH.
           DISPLAY ZCOS-MGN  LINE 18 POSITION 23.
           DISPLAY 'Precio:' LINE 18 POSITION 35 HIGH.
           DISPLAY ZPRE-MGN  LINE 18 POSITION 43.
           DISPLAY 'Marg.%:' LINE 18 POSITION 55 HIGH.
           DISPLAY ZMAR-MGN  LINE 18 POSITION 63.
           MOVE 'N' TO AUTORIZA.
           PERFORM AUTORIZA-SUPERVISOR.
           DISPLAY SPACES LINE 18 POSITION 3 ERASE EOL.
           IF AUTORIZA NOT = 'S' THEN
              MOVE SPACES TO SUP-USUARIO
              MOVE 'N' TO LINEA-OK
              DISPLAY ERROR-MGN LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
           DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE.
      *
       AUTORIZA-SUPERVISOR.
           DISPLAY MSGSUP      LINE 23 POSITION 14 REVERSE.
           DISPLAY 'Usuario..:' LINE 21 POSITION 30.
           DISPLAY 'Clave....:' LINE 22 POSITION 30.
           MOVE SPACES TO SUP-USUARIO.
           MOVE SPACES TO SUP-CLAVE.
           ACCEPT SUP-USUARIO  LINE 21 POSITION 41 NO BEEP.
           ACCEPT SUP-CLAVE    LINE 22 POSITION 41 NO BEEP OFF.
           CALL 'OPERLOG' USING SUP-USUARIO, SUP-CLAVE,
                SUP-OK, SUP-ROL.
           IF SUP-OK = 'S' AND SUP-ROL = 'S' THEN
              MOVE 'S' TO AUTORIZA
            ELSE
              DISPLAY 'Autorizacion denegada.     '
                                LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
           DISPLAY SPACES LINE 21 POSITION 30 ERASE EOL.
           DISPLAY SPACES LINE 22 POSITION 30 ERASE EOL.
      *
      * ************************************************
      * Margen minimo desde PARAMS.DAT; si el fichero o la clave
      * no existen, solo se vigila la venta bajo coste
      * ************************************************
       LEER-PARAMETROS.
           MOVE 0 TO MARGEN-MIN.
           OPEN INPUT FPAR.
           IF FS-FPAR = '00' THEN
              PERFORM LEER-PARAMETRO
              IF FS-FPAR = '00' THEN
                 MOVE PARVAL TO MARGEN-MIN.
           IF FS-FPAR NOT = '35' THEN
              CLOSE FPAR.
      *
       LEER-PARAMETRO.
           MOVE 'MARGENMIN ' TO PARCLAVE.
           READ FPAR RECORD KEY IS PARCLAVE INVALID KEY
                     CONTINUE.
      *
      * ************************************************
      * Cobro en el acto: metodo validado y cambio calculado
      * ************************************************
       COBRAR-TICKET.
           MOVE SPACES    TO PEDVEN.
           MOVE SPACE     TO PEDORI.
           MOVE ZEROS     TO PEDFEN.
           MOVE ZEROS     TO PEDPOR PEDPTI.
           MOVE SPACE     TO PEDPCO.
           WRITE REGPED.
           IF FS-FPED NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPED
           MOVE '01' TO MOVUBI.
      * La venta de mostrador no asigna lote.
           MOVE SPACES TO MOVLOT.
           MOVE 'M' TO PRA-TIP.
           MOVE MOVCOD TO PRA-DOC.
           MOVE MOVCANT TO PRA-IMP.
           PERFORM ANOTAR-PERIODO.
           WRITE REGMOV.
           IF FS-FMOV NOT = '00' THEN
              PERFORM ERROR-FICHERO-FMOV.
           PERFORM ACTUALIZAR-UBICACION.
      *
           IF TT-SUP(LINIDX) NOT = SPACES THEN
              PERFORM GRABAR-BAJO-MARGEN.
      *
      * ************************************************
      * Deja constancia de la linea vendida bajo margen y de
      * quien la autorizo; el mostrador no lleva vendedor
      * ************************************************
       GRABAR-BAJO-MARGEN.
           MOVE FECHA          TO VBMFEC.
           ACCEPT HR1 FROM TIME.
           MOVE HR1(1:6)       TO VBMHOR.
           SET VBM-MOSTRADOR   TO TRUE.
           MOVE NEXTPED        TO VBMPED.
           MOVE LINIDX         TO VBMLIN.
           MOVE CLI-MOSTR      TO VBMCLI.
           MOVE SPACES         TO VBMVEN.
           MOVE TT-PRO(LINIDX) TO VBMPRO.
           MOVE TT-CAN(LINIDX) TO VBMCAN.
           MOVE TT-PRE(LINIDX) TO VBMPRE.
           MOVE PROPRE         TO VBMPVP.
           MOVE TT-COS(LINIDX) TO VBMCOS.
           MOVE TT-MAR(LINIDX) TO VBMMAR.
           MOVE SPACES         TO VBMUSU.
           MOVE TT-SUP(LINIDX) TO VBMSUP.
           WRITE REGVBM.
           IF FS-FVBM NOT = '00' THEN
              PERFORM ERROR-FICHERO-FVBM.
      *
      * ************************************************
      * Refleja la salida recien grabada en el stock por
           IF FS-FCTF NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTF.
           UNLOCK FCTF.
      *
           MOVE 'T' TO SNU-SERIE.
           MOVE AA1 TO SNU-AA.
           CALL 'SERIENUM' USING SNU-SERIE, SNU-AA, SNU-NUM, SNU-OK.
           IF SNU-OK NOT = 'S' THEN
              DISPLAY ERROR-SER LINE 23 POSITION 3 REVERSE
              PERFORM CONTINUAR.
           MOVE SNU-SERIE TO NSE-COD.
           MOVE SNU-AA    TO NSE-AA.
           MOVE SNU-NUM   TO NSE-NUM.
      *
       GRABAR-FACTURA.
           MOVE 'N'       TO VFA-OK.
           MOVE NEXTFAC   TO FACNUM.
           MOVE NEXTPED   TO FACPED.
           MOVE CLI-MOSTR TO FACCLI.
           MOVE TOTBAS    TO FACBAS.
           MOVE TOTIVA    TO FACIVA.
           MOVE TOTFAC-W  TO FACTOT.
           MOVE ZEROS     TO FACREC.
           SET FAC-FACTURA TO TRUE.
           MOVE ZEROS     TO FACORG.
           MOVE SPACE     TO FACEXE.
           MOVE SNU-SERIE TO FACSCD.
           MOVE SNU-AA    TO FACSAA.
           MOVE SNU-NUM   TO FACSNU.
           MOVE SPACE     TO FACREP.
      * Una venta de mostrador vence (y se cobra) en el acto.
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
              MOVE TOTFAC-W  TO PEN-IMP
              CALL 'PENACT' USING PEN-OPER, PEN-FAC, PEN-CLI,
                   PEN-IMP
              PERFORM ACUMULAR-VENTA-CLIENTE
              PERFORM REGISTRO-VERIFACTU.
      *
      * Registro de facturacion de alta (F2, factura simplificada,
      * sin destinatario identificado) encadenado en VERIFAC.DAT.
       REGISTRO-VERIFACTU.
           MOVE 'ALT'  TO VFA-OPER.
           MOVE 'F2'   TO VFA-TIPO.
           MOVE SPACES TO VFA-NIF.
           MOVE ZEROS  TO VFA-FORG.
           CALL 'VERIFAC' USING VFA-OPER, VFA-TIPO, VFA-NIF,
                VFA-FORG, REGFAC, VFA-REGISTRO, VFA-SALIDA, VFA-OK.
           IF VFA-OK NOT = 'S' THEN
              DISPLAY ERROR-VF LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
      *
       GRABAR-COBRO.
           MOVE CLI-MOSTR TO COBCLI.
           MOVE DD1       TO COBDD.
           MOVE TOTFAC-W  TO COBIMP.
           MOVE METODO-E  TO COBMET.
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
              CALL 'PENACT' USING PEN-OPER, PEN-FAC, PEN-CLI,
                   PEN-IMP.
      *
      * Primer numero de orden libre en la factura del cobro.
       NUMERAR-COBRO.
           ADD 1 TO COBLIN.
           WRITE REGCOB.
      *
      * ************************************************
      * Imprime el ticket de 40 columnas y lo deja archivado en
      * FACARCH.DAT como cualquier factura
      * ************************************************
       IMPRIMIR-TICKET.
           MOVE 0 TO ARC-NUMLIN.
           MOVE NUM-SERIE TO TIK-FAC.
           MOVE FF2     TO TIK-FEC.
      *
           MOVE TIK-CAB1 TO LIN-TIK.
           PERFORM ESCRIBIR-TIK.
           MOVE TIK-CABC TO LIN-TIK.
           PERFORM ESCRIBIR-TIK.
           MOVE TIK-CAB2 TO LIN-TIK.
           PERFORM ESCRIBIR-TIK.
           MOVE TIK-GUION TO LIN-TIK.
           MOVE CAMBIO TO TK-TOT.
           MOVE TIK-TOTAL TO LIN-TIK.
           PERFORM ESCRIBIR-TIK.
           IF VFA-OK = 'S' THEN
              PERFORM PIE-VERIFACTU.
           MOVE TIK-BLANCO TO LIN-TIK.
           PERFORM ESCRIBIR-TIK.
      *
      * Leyenda VERI*FACTU y texto del codigo QR, partido en
      * cuatro lineas de 38 columnas.
       PIE-VERIFACTU.
           MOVE TIK-BLANCO TO LIN-TIK.
           PERFORM ESCRIBIR-TIK.
           MOVE TIK-VF1 TO LIN-TIK.
           PERFORM ESCRIBIR-TIK.
           MOVE TIK-VF2 TO LIN-TIK.
           PERFORM ESCRIBIR-TIK.
           MOVE VFA-SALIDA(1:38) TO TK-QR.
           MOVE TIK-QR TO LIN-TIK.
           PERFORM ESCRIBIR-TIK.
           MOVE VFA-SALIDA(39:38) TO TK-QR.
           MOVE TIK-QR TO LIN-TIK.
           PERFORM ESCRIBIR-TIK.
           MOVE VFA-SALIDA(77:38) TO TK-QR.
           MOVE TIK-QR TO LIN-TIK.
           PERFORM ESCRIBIR-TIK.
           MOVE VFA-SALIDA(115:38) TO TK-QR.
           MOVE TIK-QR TO LIN-TIK.
           PERFORM ESCRIBIR-TIK.
      *
       IMPRIMIR-LINEA-TIK.
           MOVE TT-DES(LINIDX) TO TK-DES.
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FVBM.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FVBM   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPROD.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPROD  LINE 23 POSITION 40 REVERSE.
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
           MOVE 'UD18E8' TO PRA-PRG.
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
           MOVE 'UD18E8' TO PRA-PRG.
           CALL 'PERIODO' USING PERIODO-ARG.
      *
       ERROR-FICHERO-FAVN.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FAVN   LINE 23 POSITION 40 REVERSE.
      *
      * ************************************************
      * Razon social y CIF de la empresa de trabajo (rutina comun
      * EMPRESA) para el membrete del ticket
      * ************************************************
       MEMBRETE-EMPRESA.
           MOVE 'D' TO EMA-OPE.
           CALL 'EMPRESA' USING EMPRESA-ARG.
           MOVE EMA-NOM TO TIK-EMP.
           MOVE EMA-CIF TO TIK-CIF.
