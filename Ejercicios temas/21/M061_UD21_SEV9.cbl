      * deposito por el circuito normal: un pedido ya facturado
      * con una linea por envase (al PROPRE del articulo envase),
      * su factura en FACTURAS.DAT con partida abierta (PENACT) y
      * el saldo del cliente subido, como cualquier factura (con
      * su recargo de equivalencia si el cliente esta en ese
      * regimen, como en UD12E1, y sin IVA si es un cliente de
      * otro estado de la UE). El saldo de envases cobrado
      * queda a cero (si los envases vuelven despues quedara en
      * negativo: deposito pagado pendiente de abonar). Genera
      * DEPOSENV.PRN con lo facturado. Cada factura de deposito
      * deja su registro de facturacion encadenado en VERIFAC.DAT
      * (rutina comun VERIFAC, tipo F1). Son facturas ordinarias:
      * toman su numero de la serie F del ano (rutina comun
      * SERIENUM), igual que las de UD12E1.
      * Con el mes en curso cerrado en los periodos contables
      * (PERIODOS.DAT, rutina comun PERIODO) no graba nada; si el
      * mes ya se exporto a la gestoria, cada documento grabado
      * queda anotado como apunte fuera de plazo (TARDIOS.DAT).
      * El membrete lleva la razon social y el CIF de la empresa
      * del grupo con la que se trabaja (rutina comun EMPRESA).
      * Solo trata los clientes de esa empresa.
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
           COPY REGCDI.
      *
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
       77 FECHA      PIC 99999999.
       77 FINENV     PIC X.
       77 EXISTE     PIC X.
       77 IMPORTE-L  PIC 9(7)V99.
       77 IVA-L      PIC 9(7)V99.
      *
      * Recargo de equivalencia de la linea y de la factura, si el
      * cliente esta en ese regimen, y argumentos de la rutina
      * comun RECEQ.
       77 REC-L      PIC 9(7)V99.
       77 TOTREC     PIC 9(7)V99.
       77 RECARGO-SN PIC X.
      * Entrega intracomunitaria exenta (cliente CLI-INTRACOM).
       77 INTRACOM-SN PIC X.
       77 REQ-IVA    PIC 99V99.
       77 REQ-REC    PIC 99V99.
      *
      * Numeros asignados y recuento de facturas emitidas.
       77 NEXTPED    PIC 9(6).
       77 NEXTFAC    PIC 9(6).
       77 LINACT     PIC 9999.
      *
      * Argumentos de la rutina comun SERIENUM: numero de la
      * factura en la serie F del ano.
       77 SNU-SERIE  PIC X.
       77 SNU-AA     PIC 9999.
       77 SNU-NUM    PIC 9(6).
       77 SNU-OK     PIC X.
       77 ERROR-SER  PIC X(50) VALUE
           'ERROR EN EL CONTADOR DE SERIES SERIES.CTR'.
           COPY NUMSER.
       77 NUMFACT    PIC 999 VALUE 0.
       77 ZNUM       PIC ZZ9.
      *
       77 PEN-FAC     PIC 9(6).
       77 PEN-CLI     PIC X(4).
       77 PEN-IMP     PIC S9(7)V99.
      *
      * Argumentos de la rutina comun VERIFAC (registro de
      * facturacion encadenado).
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
      *
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
           02 FILLER   PIC X(9)  VALUE 'Cliente: '.
           02 DET-CLI  PIC X(4).
           02 FILLER   PIC X(11) VALUE '  Factura: '.
           02 DET-FAC  PIC X(12).
           02 FILLER   PIC X(10) VALUE '  Total: '.
           02 DET-TOT  PIC ZZZZ.ZZ9,99.
           02 FILLER   PIC X(20) VALUE SPACES.
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
           MOVE 0 TO NUMFACT.
           OPEN I-O FENV.
           IF FS-FENV NOT = '00' THEN
      * pedido facturado, lineas, factura, partida y saldo
      * ************************************************
       CERRAR-GRUPO.
           MOVE CLI-ACT TO EMA-CLI.
           MOVE 'C' TO EMA-OPE.
           CALL 'EMPRESA' USING EMPRESA-ARG.
           IF NUMGRP > 0 AND EMA-OK = 'S' THEN
              PERFORM FACTURAR-GRUPO.
           MOVE 0 TO NUMGRP.
      *
           PERFORM GRABAR-CABECERA-PED.
           MOVE 0 TO TOTBAS.
           MOVE 0 TO TOTIVA.
           MOVE 0 TO TOTREC.
           PERFORM LEER-REGIMEN.
           PERFORM GRABAR-LINEA-DEP
              VARYING GRPIDX FROM 1 BY 1 UNTIL GRPIDX > NUMGRP.
           COMPUTE TOTFAC-W = TOTBAS + TOTIVA + TOTREC.
           PERFORM SIGUIENTE-FACTURA.
           PERFORM GRABAR-FACTURA-DEP.
           PERFORM SUBIR-SALDO-CLIENTE.
           MOVE SPACES  TO PEDVEN.
           MOVE SPACE   TO PEDORI.
           MOVE ZEROS   TO PEDFEN.
           MOVE ZEROS   TO PEDPOR PEDPTI.
           MOVE SPACE   TO PEDPCO.
           WRITE REGPED.
           IF FS-FPED NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPED
                 CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER,
                      JRN-IMAGEN
                 COMPUTE IMPORTE-L = GR-CAN(GRPIDX) * PROPRE
                 PERFORM IVA-LINEA-DEP
                 ADD IMPORTE-L TO TOTBAS
                 ADD IVA-L     TO TOTIVA
                 PERFORM RECARGO-LINEA-DEP
                 PERFORM ACUMULAR-VENTA-PRODUCTO.
      *
      * Regimen de IVA del cliente: recargo de equivalencia,
      * entrega intracomunitaria exenta o regimen general.
       LEER-REGIMEN.
           MOVE 'N' TO RECARGO-SN.
           MOVE 'N' TO INTRACOM-SN.
           MOVE CLI-ACT TO CLICOD.
           MOVE SPACES TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES AND CLI-INTRACOM THEN
              MOVE 'S' TO INTRACOM-SN.
           IF EXISTE = SPACES AND CLI-RECARGO
                              AND INTRACOM-SN = 'N' THEN
              MOVE 'S' TO RECARGO-SN.
           IF EXISTE = 'N' THEN
              MOVE SPACES TO CLINIF.
           MOVE CLINIF TO VFA-NIF.
      *
       IVA-LINEA-DEP.
           IF INTRACOM-SN = 'S' THEN
              MOVE 0 TO IVA-L
            ELSE
              COMPUTE IVA-L ROUNDED = IMPORTE-L * PROIVA / 100.
      *
       RECARGO-LINEA-DEP.
           IF RECARGO-SN = 'S' THEN
              MOVE PROIVA TO REQ-IVA
              CALL 'RECEQ' USING REQ-IVA, REQ-REC
              COMPUTE REC-L ROUNDED = IMPORTE-L * REQ-REC / 100
              ADD REC-L TO TOTREC.
      *
       SIGUIENTE-FACTURA.
           MOVE 'F' TO CTFID.
           IF FS-FCTF NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTF.
           UNLOCK FCTF.
      *
           MOVE 'F' TO SNU-SERIE.
           MOVE AA1 TO SNU-AA.
           CALL 'SERIENUM' USING SNU-SERIE, SNU-AA, SNU-NUM, SNU-OK.
           IF SNU-OK NOT = 'S' THEN
              DISPLAY ERROR-SER LINE 23 POSITION 3 REVERSE.
           MOVE SNU-SERIE TO NSE-COD.
           MOVE SNU-AA    TO NSE-AA.
           MOVE SNU-NUM   TO NSE-NUM.
      *
       GRABAR-FACTURA-DEP.
           MOVE NEXTFAC  TO FACNUM.
           MOVE TOTBAS   TO FACBAS.
           MOVE TOTIVA   TO FACIVA.
           MOVE TOTFAC-W TO FACTOT.
           MOVE TOTREC   TO FACREC.
           SET FAC-FACTURA TO TRUE.
           MOVE ZEROS    TO FACORG.
           MOVE SNU-SERIE TO FACSCD.
           MOVE SNU-AA   TO FACSAA.
           MOVE SNU-NUM  TO FACSNU.
           MOVE SPACE    TO FACREP.
           IF INTRACOM-SN = 'S' THEN
              SET FAC-INTRACOM TO TRUE
            ELSE
              MOVE SPACE TO FACEXE.
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
              MOVE TOTFAC-W TO PEN-IMP
              CALL 'PENACT' USING PEN-OPER, PEN-FAC, PEN-CLI,
                   PEN-IMP
              PERFORM ACUMULAR-VENTA-CLIENTE
              PERFORM REGISTRO-VERIFACTU.
      *
      * Registro de facturacion de alta (F1) encadenado en
      * VERIFAC.DAT; el NIF del cliente se tomo en LEER-REGIMEN.
       REGISTRO-VERIFACTU.
           MOVE 'ALT'  TO VFA-OPER.
           MOVE 'F1'   TO VFA-TIPO.
           MOVE ZEROS  TO VFA-FORG.
           CALL 'VERIFAC' USING VFA-OPER, VFA-TIPO, VFA-NIF,
                VFA-FORG, REGFAC, VFA-REGISTRO, VFA-SALIDA, VFA-OK.
           IF VFA-OK NOT = 'S' THEN
              DISPLAY ERROR-VF LINE 23 POSITION 14 REVERSE.
      *
       SUBIR-SALDO-CLIENTE.
           MOVE CLI-ACT TO CLICOD.
      *
       IMPRIMIR-LINEA-DEP.
           MOVE CLI-ACT  TO DET-CLI.
           MOVE NUM-SERIE TO DET-FAC.
           MOVE TOTFAC-W TO DET-TOT.
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
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
           MOVE 'UD21E9' TO PRA-PRG.
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
           MOVE 'UD21E9' TO PRA-PRG.
           CALL 'PERIODO' USING PERIODO-ARG.
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
