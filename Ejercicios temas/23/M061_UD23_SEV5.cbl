123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD23E5.
       REMARKS. UNIDAD 23 EJERCICIO 5.
      *
      * Anulacion de facturas emitidas por error: una factura que
      * no debio expedirse (pedido equivocado, cliente cambiado)
      * no se rectifica con un abono sino que se anula. La
      * anulacion deja su registro de anulacion encadenado en
      * VERIFAC.DAT (rutina comun VERIFAC), y despues deshace todo
      * lo que hizo la facturacion UD12E1: salda la partida
      * abierta (PENACT), baja el saldo del cliente (CLISAL),
      * resta la venta de ACUMVEN.DAT, devuelve el pedido a
      * servido para que pueda facturarse de nuevo y borra el
      * registro de FACTURAS.DAT. Solo se anulan facturas (no
      * abonos ni cargos de gastos) sin abonos, sin cobros ni
      * recibos en remesa, y de un dia no cerrado; en cualquier
      * otro caso hay que emitir el abono con UD12E5. Tampoco se
      * anulan el ticket sustituido por una factura completa ni la
      * factura que lo sustituye (UD18E14).
      * Una factura recapitulativa mensual (facturacion masiva
      * UD23E10) reune varios pedidos: la anulacion los toma de
      * FACPEDS.DAT y deshace lo de todos ellos, que vuelven a
      * servido; la relacion queda en FACPEDS.DAT como rastro.
      * El pedido que ya tenia prueba de entrega en ALBARAN.DAT
      * (rutina comun ENTREGA) no vuelve a servido sino a
      * entregado.
      * Los portes que la factura cargo al pedido (PEDPOR) se
      * borran con ella: se vuelven a calcular al refacturarlo.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * La clave alternativa por pedido reune la factura y los
      * abonos que se emitieron sobre el mismo pedido.
            SELECT FFAC ASSIGN TO DISK 'FACTURAS.DAT'
            RECORD KEY IS FACNUM
            ALTERNATE RECORD KEY IS FACPED WITH DUPLICATES
            ALTERNATE RECORD KEY IS FACCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FFAC.
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
      * Pedidos de cada factura recapitulativa. Se abre solo al
      * tratar una de ellas.
            SELECT FFPD ASSIGN TO DISK 'FACPEDS.DAT'
            RECORD KEY IS FPDCLA
            ALTERNATE RECORD KEY IS FPDPED WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FFPD.
      *
            SELECT FPEN ASSIGN TO DISK 'PENDIENT.DAT'
            RECORD KEY IS PENFAC
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPEN.
      *
            SELECT FCOB ASSIGN TO DISK 'COBROS.DAT'
            RECORD KEY IS COBCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FCOB.
      *
            SELECT FREM ASSIGN TO DISK 'REMESAS.DAT'
            RECORD KEY IS REMCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FREM.
      *
            SELECT FAVN ASSIGN TO DISK 'ACUMVEN.DAT'
            RECORD KEY IS AVNCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FAVN.
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
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       FD FPED LABEL RECORD IS STANDARD.
           COPY REGPED.
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
       FD FCOB LABEL RECORD IS STANDARD.
           COPY REGCOB.
      *
       FD FREM LABEL RECORD IS STANDARD.
           COPY REGREM.
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
       77 FECHA      PIC 99999999.
      *
       77 MENSAJE    PIC X(60) VALUE ' MENSAJES:   '.
       77 MSGPIDE    PIC X(60) VALUE
           'Numero de factura a cero para terminar'.
       77 ERROR-F    PIC X(50) VALUE 'ERROR! La factura NO existe.'.
       77 ERROR-T    PIC X(50) VALUE
           'ERROR! Abonos y cargos NO se anulan.'.
       77 ERROR-S    PIC X(50) VALUE
           'ERROR! Ticket sustituido o sustitutiva: NO anular.'.
       77 ERROR-A    PIC X(50) VALUE
           'ERROR! La factura tiene abonos: NO se anula.'.
       77 ERROR-C    PIC X(50) VALUE
           'ERROR! Tiene cobros o esta en remesa: NO se anula.'.
       77 ERROR-D    PIC X(50) VALUE
           'ERROR! El dia de la factura esta cerrado.'.
       77 ERROR-VF   PIC X(50) VALUE
           'ERROR! Sin registro VERI*FACTU: NO se anula.'.
      *
       77 EXISTE     PIC X.
       77 CONTINUA   PIC X.
       77 CONFIRMA   PIC X.
       77 FINLEC     PIC X.
      *
      * Factura tecleada y motivo por el que no puede anularse
      * (espacios = se puede).
       77 FACNUM-E   PIC 9(6).
       77 MOTIVO-ERR PIC X(50).
      *
      * Datos de la factura en curso, guardados antes de recorrer
      * los abonos del mismo pedido.
       01 FAC-ANULADA.
           02 ANU-NUM    PIC 9(6).
           02 ANU-PED    PIC 9(6).
           02 ANU-CLI    PIC X(4).
           02 ANU-FEC.
              05 ANU-AA  PIC 9999.
              05 ANU-MM  PIC 99.
              05 ANU-DD  PIC 99.
           02 ANU-TOT    PIC 9(7)V99.
           02 ANU-REP    PIC X.
      *
      * Pedido en curso (el de la factura o, en la recapitulativa,
      * cada uno de los suyos) y lo que se hace con cada uno de
      * los de la recapitulativa: A buscar abonos, V restar
      * ventas, D devolver a servido.
       77 PED-ACT    PIC 9(6).
       77 FPD-ACCION PIC X.
       77 FINFPD     PIC X.
       77 IMPORTE-LIN PIC 9(7)V99.
       77 ZIMP       PIC ZZZZ.ZZ9,99.
       01 FEC-EDIT.
           02 FED-DD  PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 FED-MM  PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 FED-AA  PIC 9999.
      *
       77 FS-FFAC    PIC XX.
       77 FS-FCLI    PIC XX.
       77 FS-FPED    PIC XX.
       77 FS-FLIN    PIC XX.
       77 FS-FFPD    PIC XX.
       77 FS-FPEN    PIC XX.
       77 FS-FCOB    PIC XX.
       77 FS-FREM    PIC XX.
       77 FS-FAVN    PIC XX.
       77 EXISTE-AVN PIC X.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
      * Argumentos de las rutinas comunes DIARIO y PENACT.
       77 JRN-FICHERO PIC X(8).
       77 JRN-OPER    PIC X(6).
       77 JRN-IMAGEN  PIC X(120).
      *
      * Argumentos de la rutina comun ENTREGA (solo consulta: si
      * el pedido tiene prueba de entrega).
       77 ENT-PED    PIC 9(6).
       77 ENT-RES    PIC X.
       77 ENT-FEC    PIC 9(8).
       77 ENT-HRA    PIC 9(4).
       77 ENT-FIR    PIC X(30).
       77 ENT-ORI    PIC X.
       77 ENT-USU    PIC X(8).
       77 ENT-OK     PIC X.
       77 PEN-OPER    PIC X(3).
       77 PEN-FAC     PIC 9(6).
       77 PEN-CLI     PIC X(4).
       77 PEN-IMP     PIC S9(7)V99.
      *
      * Argumentos de la rutina comun VERIFAC (registro de
      * anulacion encadenado).
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
123456*
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM COMPROBAR-CIERRE-DIA.
           IF DIA-CERRADO = 'S' THEN
              PERFORM AVISAR-DIA-CERRADO
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
           OPEN I-O FFAC.
           IF FS-FFAC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FFAC
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
           OPEN I-O FAVN.
           IF FS-FAVN = '35' THEN
              OPEN OUTPUT FAVN
              CLOSE FAVN
              OPEN I-O FAVN.
           IF FS-FAVN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FAVN
              GOBACK.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
      *
      * FACNUM-E se deja con un valor no nulo para que entre en el
      * bucle de ANULAR al menos una vez.
           MOVE 1 TO FACNUM-E.
      *
      * ************************************************
      * Proceso del programa: una factura por vuelta, hasta que se
      * deje el numero a cero
      * ************************************************
        PROCESO.
           PERFORM PANTALLA.
           PERFORM ANULAR UNTIL FACNUM-E = ZEROS.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FFAC FCLI FPED FLIN FAVN.
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
           DISPLAY 'ANULACION DE FACTURAS'
                                   LINE  3 POSITION 30 REVERSE HIGH.
      *
           DISPLAY 'Num. factura:' LINE  6 POSITION 10 HIGH.
           DISPLAY 'Cliente.....:' LINE  8 POSITION 10 HIGH.
           DISPLAY 'Fecha.......:' LINE 10 POSITION 10 HIGH.
           DISPLAY 'Pedido......:' LINE 12 POSITION 10 HIGH.
           DISPLAY 'Total.......:' LINE 14 POSITION 10 HIGH.
      *
           DISPLAY MENSAJE         LINE 23 POSITION  3 REVERSE.
           DISPLAY MSGPIDE         LINE 23 POSITION 14 REVERSE.
      *
      * ************************************************
      * Pide un numero de factura y, si puede anularse, la muestra
      * y pide confirmacion
      * ************************************************
       ANULAR.
           PERFORM BORRAR-PANTALLA.
           MOVE ZEROS TO FACNUM-E.
           ACCEPT FACNUM-E LINE  6 POSITION 24 NO BEEP.
      *
           IF FACNUM-E NOT = ZEROS THEN
              PERFORM COMPROBAR-FACTURA
              IF MOTIVO-ERR NOT = SPACES THEN
                 DISPLAY MOTIVO-ERR LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
                 DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE
               ELSE
                 PERFORM CONFIRMAR-ANULACION.
      *
       CONFIRMAR-ANULACION.
           PERFORM MOSTRAR-FACTURA.
           DISPLAY 'Confirma la anulacion? (S/N)'
                            LINE 20 POSITION 24 HIGH.
           MOVE SPACES TO CONFIRMA.
           ACCEPT CONFIRMA  LINE 20 POSITION 54 NO BEEP.
           DISPLAY SPACES   LINE 20 POSITION 3 ERASE EOL.
           IF CONFIRMA = 'S' OR CONFIRMA = 's' THEN
              PERFORM ANULAR-FACTURA
              IF VFA-OK NOT = 'S' THEN
                 DISPLAY ERROR-VF LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
                 DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE
               ELSE
                 DISPLAY 'FACTURA ANULADA!'
                                  LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
                 DISPLAY MSGPIDE LINE 23 POSITION 14 REVERSE.
      *
       MOSTRAR-FACTURA.
           MOVE ANU-CLI TO CLICOD.
           MOVE SPACES TO CLINOM.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE '(sin cliente)' TO CLINOM.
           DISPLAY ANU-CLI  LINE  8 POSITION 24.
           DISPLAY CLINOM   LINE  8 POSITION 30.
           MOVE ANU-DD TO FED-DD.
           MOVE ANU-MM TO FED-MM.
           MOVE ANU-AA TO FED-AA.
           DISPLAY FEC-EDIT LINE 10 POSITION 24.
           DISPLAY ANU-PED  LINE 12 POSITION 24.
           MOVE ANU-TOT TO ZIMP.
           DISPLAY ZIMP     LINE 14 POSITION 24.
      *
      * ************************************************
      * Condiciones para anular: factura (no abono ni cargo), sin
      * abonos, con todo su importe pendiente, sin cobros ni
      * recibos en remesa y de un dia que no este cerrado
      * ************************************************
       COMPROBAR-FACTURA.
           MOVE SPACES TO MOTIVO-ERR.
           MOVE FACNUM-E TO FACNUM.
           MOVE SPACES TO EXISTE.
           READ FFAC RECORD KEY IS FACNUM INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              MOVE ERROR-F TO MOTIVO-ERR
            ELSE
              IF NOT FAC-FACTURA THEN
                 MOVE ERROR-T TO MOTIVO-ERR
               ELSE
                 IF FAC-SUSTITUTIVA OR FAC-SUSTITUIDA THEN
                    MOVE ERROR-S TO MOTIVO-ERR
                  ELSE
                    PERFORM DATOS-ANULACION.
           IF MOTIVO-ERR = SPACES THEN
              PERFORM COMPROBAR-PENDIENTE.
           IF MOTIVO-ERR = SPACES THEN
              PERFORM BUSCAR-COBROS.
           IF MOTIVO-ERR = SPACES THEN
              PERFORM BUSCAR-REMESAS.
           IF MOTIVO-ERR = SPACES THEN
              PERFORM COMPROBAR-DIA-FACTURA.
      *
      * Datos de la factura que se va a anular.
       DATOS-ANULACION.
           MOVE FACNUM TO ANU-NUM.
           MOVE FACPED TO ANU-PED.
           MOVE FACCLI TO ANU-CLI.
           MOVE FACFEC TO ANU-FEC.
           MOVE FACTOT TO ANU-TOT.
           MOVE FACREP TO ANU-REP.
           PERFORM BUSCAR-ABONOS.
      *
      * Los abonos del mismo pedido (o de cualquiera de los de la
      * recapitulativa) que rebajan esta factura.
       BUSCAR-ABONOS.
           IF ANU-REP = 'R' THEN
              MOVE 'A' TO FPD-ACCION
              PERFORM RECORRER-ALBARANES
            ELSE
              MOVE ANU-PED TO PED-ACT
              PERFORM BUSCAR-ABONOS-PEDIDO.
      *
       BUSCAR-ABONOS-PEDIDO.
           MOVE PED-ACT TO FACPED.
           MOVE SPACE TO FINLEC.
           START FFAC KEY IS NOT LESS FACPED INVALID KEY
                                   MOVE 'S' TO FINLEC.
           PERFORM REVISAR-ABONO UNTIL FINLEC = 'S'.
      *
       REVISAR-ABONO.
           READ FFAC NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              IF FACPED NOT = PED-ACT THEN
                 MOVE 'S' TO FINLEC
               ELSE
                 IF FAC-ABONO AND FACORG = ANU-NUM THEN
                    MOVE ERROR-A TO MOTIVO-ERR
                    MOVE 'S' TO FINLEC.
      *
      * La partida abierta tiene que seguir por el total: si no,
      * algo se ha cobrado o abonado ya.
       COMPROBAR-PENDIENTE.
           OPEN INPUT FPEN.
           IF FS-FPEN = '00' THEN
              PERFORM LEER-PENDIENTE
              IF FS-FPEN = '00' AND PENIMP NOT = ANU-TOT THEN
                 MOVE ERROR-C TO MOTIVO-ERR.
           IF FS-FPEN NOT = '35' THEN
              CLOSE FPEN.
      *
       LEER-PENDIENTE.
           MOVE ANU-NUM TO PENFAC.
           READ FPEN RECORD KEY IS PENFAC INVALID KEY
                                 CONTINUE.
      *
      * Cualquier apunte en COBROS.DAT, aunque se haya devuelto
      * despues, deja la factura fuera de la anulacion.
      * Los cobros de la factura se buscan por su clave (cliente
      * y factura).
       BUSCAR-COBROS.
           OPEN INPUT FCOB.
           IF FS-FCOB = '00' THEN
              MOVE ANU-CLI TO COBCLI
              MOVE ANU-NUM TO COBFAC
              MOVE ZEROS TO COBLIN
              PERFORM POSICIONAR-COBROS
              CLOSE FCOB.
      *
       POSICIONAR-COBROS.
           START FCOB KEY IS NOT LESS COBCLAVE INVALID KEY
                                   CONTINUE.
           IF FS-FCOB = '00' THEN
              PERFORM REVISAR-COBRO.
      *
       REVISAR-COBRO.
           READ FCOB NEXT RECORD AT END CONTINUE.
           IF FS-FCOB = '00' AND COBCLI = ANU-CLI
                             AND COBFAC = ANU-NUM THEN
              MOVE ERROR-C TO MOTIVO-ERR.
      *
      * Un recibo presentado al banco y aun sin liquidar tampoco
      * tiene cobro, pero el banco lo va a cargar.
       BUSCAR-REMESAS.
           OPEN INPUT FREM.
           IF FS-FREM = '00' THEN
              PERFORM POSICIONAR-REMESA
              PERFORM REVISAR-REMESA UNTIL FINLEC = 'S'
              CLOSE FREM.
      *
       POSICIONAR-REMESA.
           MOVE SPACE TO FINLEC.
           MOVE LOW-VALUES TO REMCLAVE.
           START FREM KEY IS NOT LESS REMCLAVE INVALID KEY
                                   MOVE 'S' TO FINLEC.
      *
       REVISAR-REMESA.
           READ FREM NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND REMFAC = ANU-NUM THEN
              MOVE ERROR-C TO MOTIVO-ERR
              MOVE 'S' TO FINLEC.
      *
       COMPROBAR-DIA-FACTURA.
           OPEN INPUT FCDI.
           IF FS-FCDI = '00' THEN
              PERFORM BUSCAR-CIERRE
              IF FS-FCDI = '00' AND CDEST = 'C' THEN
                 MOVE ERROR-D TO MOTIVO-ERR.
           IF FS-FCDI NOT = '35' THEN
              CLOSE FCDI.
      *
       BUSCAR-CIERRE.
           MOVE ANU-FEC TO CDFEC.
           READ FCDI RECORD KEY IS CDFEC INVALID KEY
                     CONTINUE.
      *
      * ************************************************
      * Anula la factura: primero el registro de anulacion (sin
      * el no se toca nada) y despues el reverso de la
      * facturacion
      * ************************************************
       ANULAR-FACTURA.
           MOVE ANU-NUM TO FACNUM.
           READ FFAC RECORD KEY IS FACNUM INVALID KEY
                                 PERFORM ERROR-FICHERO-FFAC.
           MOVE 'ANU'  TO VFA-OPER.
           MOVE 'F1'   TO VFA-TIPO.
           MOVE SPACES TO VFA-NIF.
           MOVE ZEROS  TO VFA-FORG.
           CALL 'VERIFAC' USING VFA-OPER, VFA-TIPO, VFA-NIF,
                VFA-FORG, REGFAC, VFA-REGISTRO, VFA-SALIDA, VFA-OK.
           IF VFA-OK = 'S' THEN
              PERFORM SALDAR-PARTIDA
              PERFORM BAJAR-SALDO
              PERFORM RESTAR-VENTAS
              PERFORM DEVOLVER-PEDIDO
              PERFORM BORRAR-FACTURA.
      *
       SALDAR-PARTIDA.
           MOVE 'RES'   TO PEN-OPER.
           MOVE ANU-NUM TO PEN-FAC.
           MOVE ANU-CLI TO PEN-CLI.
           MOVE ANU-TOT TO PEN-IMP.
           CALL 'PENACT' USING PEN-OPER, PEN-FAC, PEN-CLI, PEN-IMP.
      *
       BAJAR-SALDO.
           MOVE ANU-CLI TO CLICOD.
           MOVE SPACES TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES THEN
              SUBTRACT ANU-TOT FROM CLISAL
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
      * Resta de ACUMVEN.DAT, en el mes de la factura, lo que la
      * facturacion sumo: las lineas del pedido (o de los
      * pedidos de la recapitulativa) a su producto y el total al
      * cliente
      * ************************************************
       RESTAR-VENTAS.
           IF ANU-REP = 'R' THEN
              MOVE 'V' TO FPD-ACCION
              PERFORM RECORRER-ALBARANES
            ELSE
              MOVE ANU-PED TO PED-ACT
              PERFORM RESTAR-VENTAS-PEDIDO.
      *
           MOVE 'C'     TO AVNTIP.
           MOVE ANU-AA  TO AVNAA.
           MOVE ANU-MM  TO AVNMM.
           MOVE ANU-CLI TO AVNCOD.
           PERFORM LEER-O-CREAR-ACUM.
           SUBTRACT ANU-TOT FROM AVNIMP.
           REWRITE REGAVN.
           IF FS-FAVN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FAVN.
      *
       RESTAR-VENTAS-PEDIDO.
           MOVE SPACE TO FINLEC.
           MOVE PED-ACT TO LINPED.
           MOVE ZEROS   TO LINNUM.
           START FLIN KEY IS NOT LESS LINCLAVE INVALID KEY
                                      MOVE 'S' TO FINLEC.
           PERFORM RESTAR-VENTA-LINEA UNTIL FINLEC = 'S'.
      *
       RESTAR-VENTA-LINEA.
           READ FLIN NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND LINPED NOT = PED-ACT THEN
              MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              COMPUTE IMPORTE-LIN = LINCAN * LINPRE
              MOVE 'P'     TO AVNTIP
              MOVE ANU-AA  TO AVNAA
              MOVE ANU-MM  TO AVNMM
              MOVE LINPRO  TO AVNCOD
              PERFORM LEER-O-CREAR-ACUM
              SUBTRACT LINCAN FROM AVNUNI
              SUBTRACT IMPORTE-LIN FROM AVNIMP
              REWRITE REGAVN
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
      * El pedido (o los de la recapitulativa) vuelve de
      * facturado a servido (o a entregado, si tiene prueba de
      * entrega), para que pueda facturarse de nuevo con UD12E1
      * o en la facturacion masiva UD23E10
      * ************************************************
       DEVOLVER-PEDIDO.
           IF ANU-REP = 'R' THEN
              MOVE 'D' TO FPD-ACCION
              PERFORM RECORRER-ALBARANES
            ELSE
              MOVE ANU-PED TO PED-ACT
              PERFORM DEVOLVER-UN-PEDIDO.
      *
       DEVOLVER-UN-PEDIDO.
           MOVE PED-ACT TO PEDNUM.
           MOVE SPACES TO EXISTE.
           READ FPED RECORD KEY IS PEDNUM INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES AND PED-FACTURADO THEN
              PERFORM CONSULTAR-ENTREGA
              MOVE ZEROS TO PEDPOR PEDPTI
              MOVE SPACE TO PEDPCO
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
       CONSULTAR-ENTREGA.
           MOVE PED-ACT TO ENT-PED.
           MOVE 'C' TO ENT-RES.
           CALL 'ENTREGA' USING ENT-PED, ENT-RES, ENT-FEC, ENT-HRA,
                                ENT-FIR, ENT-ORI, ENT-USU, ENT-OK.
           IF ENT-OK = 'S' THEN
              SET PED-ENTREGADO TO TRUE
            ELSE
              SET PED-SERVIDO TO TRUE.
      *
      * ************************************************
      * Recorre en FACPEDS.DAT los pedidos de la recapitulativa
      * y hace con cada uno lo que indica FPD-ACCION
      * ************************************************
       RECORRER-ALBARANES.
           OPEN INPUT FFPD.
           IF FS-FFPD = '00' THEN
              PERFORM POSICIONAR-ALBARAN
              PERFORM TRATAR-ALBARAN UNTIL FINFPD = 'S'
              CLOSE FFPD.
      *
       POSICIONAR-ALBARAN.
           MOVE ANU-NUM TO FPDFAC.
           MOVE ZEROS   TO FPDPED.
           MOVE SPACE TO FINFPD.
           START FFPD KEY IS NOT LESS FPDCLA INVALID KEY
                                   MOVE 'S' TO FINFPD.
      *
       TRATAR-ALBARAN.
           READ FFPD NEXT RECORD AT END MOVE 'S' TO FINFPD.
           IF FINFPD NOT = 'S' THEN
              IF FPDFAC NOT = ANU-NUM THEN
                 MOVE 'S' TO FINFPD
               ELSE
                 MOVE FPDPED TO PED-ACT
                 PERFORM ACCION-ALBARAN.
      *
       ACCION-ALBARAN.
           IF FPD-ACCION = 'A' THEN
              PERFORM BUSCAR-ABONOS-PEDIDO.
           IF FPD-ACCION = 'V' THEN
              PERFORM RESTAR-VENTAS-PEDIDO.
           IF FPD-ACCION = 'D' THEN
              PERFORM DEVOLVER-UN-PEDIDO.
      *
      * La factura anulada sale de FACTURAS.DAT: ya no cuenta en
      * los libros, la contabilidad ni los cobros. Su rastro queda
      * en VERIFAC.DAT y en el archivo de impresion FACARCH.DAT.
       BORRAR-FACTURA.
           MOVE ANU-NUM TO FACNUM.
           DELETE FFAC RECORD INVALID KEY
                               PERFORM ERROR-FICHERO-FFAC.
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
       ERROR-FICHERO-FFAC.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FFAC   LINE 23 POSITION 40 REVERSE.
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
       ERROR-FICHERO-FAVN.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FAVN   LINE 23 POSITION 40 REVERSE.
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
