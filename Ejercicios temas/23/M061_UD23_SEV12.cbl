123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD23E12.
       REMARKS. UNIDAD 23 EJERCICIO 12.
      *
      * Resolucion de presupuestos de venta: pide un numero de
      * COTIZA.DAT, muestra su cabecera y sus lineas y deja darlo
      * por aceptado o por perdido. Al aceptarlo se convierte en un
      * pedido de PEDIDOS.DAT/LINPED.DAT sin volver a teclearlo,
      * con lo mismo que haria la entrada de pedidos UD11E1: numero
      * de PEDIDOS.CTR, vendedor del presupuesto en PEDVEN, fecha
      * de entrega propuesta por la ruta del cliente, reserva de
      * stock linea a linea (salvo kits) y control del limite de
      * credito, que sin autorizacion de un supervisor deja el
      * pedido como PED-PRESUP y abre la tarea de liberarlo para
      * los supervisores (rutina comun TAREA). Las lineas pasan con
      * el precio y el IVA congelados en el presupuesto. Un
      * presupuesto cuya validez ya paso no se acepta (hay que
      * emitir otro), pero si puede darse por perdido.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FCOT ASSIGN TO DISK 'COTIZA.DAT'
            RECORD KEY IS COTNUM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCOT.
      *
            SELECT FLCT ASSIGN TO DISK 'LINCOTIZ.DAT'
            RECORD KEY IS LCTCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FLCT.
      *
            SELECT FCLI ASSIGN TO DISK 'CLIENTES.DAT'
            RECORD KEY IS CLICOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCLI.
      *
      * FPROD en I-O: cada linea convertida reserva su cantidad en
      * PRORES, como en la entrada de pedidos.
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
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FLIN.
      *
            SELECT FVEN ASSIGN TO DISK 'VENDEDOR.DAT'
            RECORD KEY IS VENCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FVEN.
      *
      * Composicion de kits (UD19E6): una linea de kit no reserva
      * stock del propio kit.
            SELECT FKIT ASSIGN TO DISK 'KITCOMP.DAT'
            RECORD KEY IS KITCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FKIT.
      *
      * Rutas de reparto y poblaciones asignadas (UD21E4), para
      * proponer la fecha de entrega del pedido.
            SELECT FRUT ASSIGN TO DISK 'RUTAS.DAT'
            RECORD KEY IS RUTCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FRUT.
      *
            SELECT FRPO ASSIGN TO DISK 'RUTAPOB.DAT'
            RECORD KEY IS RPOPOB
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FRPO.
      *
      * El mismo contador de pedidos que UD11E1, leido con bloqueo.
            SELECT FCTR ASSIGN TO DISK 'PEDIDOS.CTR'
            RECORD KEY IS CTRID
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            LOCK MODE IS MANUAL WITH LOCK ON RECORD
            FILE STATUS IS FS-FCTR.
      * Dias formalmente cerrados por el cierre del dia UD22E5.
            SELECT FCDI ASSIGN TO DISK 'CIERREDIA.DAT'
            RECORD KEY IS CDFEC
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCDI.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FCOT LABEL RECORD IS STANDARD.
           COPY REGCOT.
      *
       FD FLCT LABEL RECORD IS STANDARD.
           COPY REGLCT.
      *
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
       FD FVEN LABEL RECORD IS STANDARD.
           COPY REGVEN.
      *
       FD FKIT LABEL RECORD IS STANDARD.
           COPY REGKIT.
      *
       FD FRUT LABEL RECORD IS STANDARD.
           COPY REGRUT.
      *
       FD FRPO LABEL RECORD IS STANDARD.
           COPY REGRPO.
      *
      * Contador de numeros de pedido (un unico registro, clave fija).
       FD FCTR LABEL RECORD IS STANDARD.
       01 REGCTR.
          02 CTRID    PIC X.
          02 CTRVAL   PIC 9(6).
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
       77 GUION      PIC X(60) VALUE ALL '-'.
      *
       77 MENSAJE    PIC X(60) VALUE ' MENSAJES:   '.
       77 MSGNUEVO   PIC X(60) VALUE
           'Numero en cero termina'.
       77 MSGOPC     PIC X(55) VALUE
           'A-Aceptar  P-Perdido  Intro-Ninguna:'.
       77 ERROR-COT  PIC X(50) VALUE
           'ERROR! El presupuesto NO existe.'.
       77 ERROR-EST  PIC X(50) VALUE
           'El presupuesto ya esta resuelto.'.
       77 ERROR-CAD  PIC X(50) VALUE
           'Presupuesto caducado: hay que emitir otro.'.
       77 ERROR-CLI  PIC X(50) VALUE
           'ERROR! Cliente inexistente, de baja o insolvente.'.
       77 ERROR-LIM  PIC X(50) VALUE
           'AVISO! El pedido supera el limite de credito.'.
      *
       77 COTNUM-E   PIC 9(6).
       77 EXISTE     PIC X.
       77 CONTINUA   PIC X.
       77 OPC-COT    PIC X.
       77 CADUCADO   PIC X.
       77 CLIENTE-OK PIC X.
       77 AUTORIZA   PIC X.
       77 NEXTPED    PIC 9(6).
       77 FINLEC     PIC X.
       77 LIN-P      PIC 99.
       77 NUMCONV    PIC 999 VALUE 0.
      *
      * Credenciales del supervisor que autoriza pasar del limite.
       77 MSGSUP     PIC X(55) VALUE
           'Necesita autorizacion de un supervisor (usuario/clave).'.
       77 SUP-USUARIO PIC X(8).
       77 SUP-CLAVE   PIC X(8).
       77 SUP-OK      PIC X.
       77 SUP-ROL     PIC X.
      *
      * Importe de la linea y total del presupuesto en pantalla.
       77 IMPORTE-LIN PIC 9(7)V99.
       77 TOTAL-PED   PIC 9(9)V99.
       77 ZIMP        PIC ZZZ.ZZ9,99.
       77 ZTOT        PIC ZZZ.ZZZ.ZZ9,99.
       77 ZCAN        PIC ZZ.ZZ9.
      *
       77 FS-FCOT    PIC XX.
       77 FS-FLCT    PIC XX.
       77 FS-FCLI    PIC XX.
       77 FS-FPROD   PIC XX.
       77 FS-FPED    PIC XX.
       77 FS-FLIN    PIC XX.
       77 FS-FVEN    PIC XX.
       77 FS-FCTR    PIC XX.
      *
      * Marca de que el producto de la linea es un kit.
       77 FS-FKIT     PIC XX.
       77 ES-KIT      PIC X.
       77 EXISTE-KIT  PIC X.
      *
      * Propuesta de fecha de entrega por la ruta de la poblacion
      * del cliente, igual que en UD11E1.
       77 FS-FRUT     PIC XX.
       77 FS-FRPO     PIC XX.
       77 DIA-HOY     PIC 9.
       77 DIA-CAND    PIC 99.
       77 DIA-IDX     PIC 9.
       77 COCIENTE-R  PIC 9(5).
       77 RESTO7      PIC 9.
       77 FEN-W       PIC 9(8).
       77 HAY-RUTA    PIC X.
       77 CAL-OPER    PIC X(3).
       77 CAL-FECHA1  PIC 9(8).
       77 CAL-FECHA2  PIC 9(8).
       77 CAL-DIAS    PIC S9(5).
       77 CAL-OK      PIC X.
      *
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
      * Argumentos de la rutina comun DIARIO, que anota la imagen
      * de cada operacion sobre los maestros en DIARIO.DAT.
       77 JRN-FICHERO PIC X(8).
       77 JRN-OPER    PIC X(6).
       77 JRN-IMAGEN  PIC X(120).
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
      * Fechas del presupuesto para la pantalla.
       01 FVAL.
           02 VAL-AA  PIC 9999.
           02 VAL-MM  PIC 99.
           02 VAL-DD  PIC 99.
       01 FVAL-PAN.
           02 VAP-DD  PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 VAP-MM  PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 VAP-AA  PIC 9999.
       01 FEMI-PAN.
           02 EMP-DD  PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 EMP-MM  PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 EMP-AA  PIC 9999.
      *
      * Argumento de la rutina comun TAREA.
           COPY TAREA.
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
           GOBACK.
      *
      * ************************************************
      * Inicio
      * ************************************************
        INICIO.
           MOVE 0 TO NUMCONV.
      * COTIZA.DAT y LINCOTIZ.DAT no existen hasta el primer
      * presupuesto (estado '35'); se crean vacios.
           OPEN I-O FCOT.
           IF FS-FCOT = '35' THEN
              OPEN OUTPUT FCOT
              CLOSE FCOT
              OPEN I-O FCOT.
           IF FS-FCOT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCOT
              GOBACK.
      *
           OPEN INPUT FLCT.
           IF FS-FLCT = '35' THEN
              OPEN OUTPUT FLCT
              CLOSE FLCT
              OPEN INPUT FLCT.
           IF FS-FLCT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLCT
              GOBACK.
      *
           OPEN INPUT FCLI.
           IF FS-FCLI NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCLI
              GOBACK.
      *
           OPEN I-O FPROD.
           IF FS-FPROD NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPROD
              GOBACK.
      *
           OPEN I-O FPED.
           IF FS-FPED NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPED
              GOBACK.
      *
           OPEN I-O FLIN.
           IF FS-FLIN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLIN
              GOBACK.
      *
      * VENDEDOR.DAT, KITCOMP.DAT, RUTAS.DAT y RUTAPOB.DAT pueden
      * no existir todavia (estado '35'), como en UD11E1.
           OPEN INPUT FVEN.
           IF FS-FVEN NOT = '00' AND FS-FVEN NOT = '35' THEN
              PERFORM ERROR-FICHERO-FVEN
              GOBACK.
      *
           OPEN INPUT FKIT.
           IF FS-FKIT NOT = '00' AND FS-FKIT NOT = '35' THEN
              PERFORM ERROR-FICHERO-FKIT
              GOBACK.
      *
           OPEN INPUT FRUT.
           IF FS-FRUT NOT = '00' AND FS-FRUT NOT = '35' THEN
              PERFORM ERROR-FICHERO-FRUT
              GOBACK.
           OPEN INPUT FRPO.
           IF FS-FRPO NOT = '00' AND FS-FRPO NOT = '35' THEN
              PERFORM ERROR-FICHERO-FRPO
              GOBACK.
      *
      * PEDIDOS.CTR puede no existir si todavia no se ha tecleado
      * ningun pedido (estado '35'); se crea igual que en UD11E1.
           OPEN I-O FCTR.
           IF FS-FCTR = '35' THEN
              OPEN OUTPUT FCTR
              MOVE 'P' TO CTRID
              MOVE ZEROS TO CTRVAL
              WRITE REGCTR
              CLOSE FCTR
              OPEN I-O FCTR.
      *
           IF FS-FCTR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTR
              GOBACK.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
      *
      * COTNUM-E se deja distinto de cero para que entre en el
      * bucle de RESOLVER-PRESUPUESTO al menos una vez.
           MOVE 1 TO COTNUM-E.
      *
      * ************************************************
      * Proceso del programa: un presupuesto por vuelta, hasta
      * que se teclee el numero cero.
      * ************************************************
        PROCESO.
           PERFORM PANTALLA.
           PERFORM RESOLVER-PRESUPUESTO UNTIL COTNUM-E = 0.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           IF FS-FVEN = '00' OR FS-FVEN = '10' THEN
              CLOSE FVEN.
           IF FS-FKIT = '00' OR FS-FKIT = '10' THEN
              CLOSE FKIT.
           IF FS-FRUT = '00' OR FS-FRUT = '10' THEN
              CLOSE FRUT.
           IF FS-FRPO = '00' OR FS-FRPO = '10' THEN
              CLOSE FRPO.
           CLOSE FCOT FLCT FCLI FPROD FPED FLIN FCTR.
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
           DISPLAY 'RESOLUCION DE PRESUPUESTOS'
                                   LINE  3 POSITION 27 REVERSE HIGH.
      *
           DISPLAY 'Num. presup.:' LINE  6 POSITION 10 HIGH.
           DISPLAY 'Cliente.....:' LINE  7 POSITION 10 HIGH.
           DISPLAY 'Vendedor....:' LINE  8 POSITION 10 HIGH.
           DISPLAY 'Emitido.....:' LINE  9 POSITION 10 HIGH.
           DISPLAY 'Valido hasta:' LINE  9 POSITION 40 HIGH.
           DISPLAY 'Estado......:' LINE 10 POSITION 10 HIGH.
      *
           DISPLAY 'Lin. Producto  Descripcion          Cantidad'
                                   LINE 11 POSITION 10 HIGH.
           DISPLAY 'Importe'       LINE 11 POSITION 58 HIGH.
           DISPLAY GUION           LINE 12 POSITION 10 HIGH.
      *
           DISPLAY 'Total presup:' LINE 21 POSITION 41 HIGH.
      *
           DISPLAY MENSAJE         LINE 23 POSITION  3 REVERSE.
           DISPLAY MSGNUEVO        LINE 23 POSITION 14 REVERSE.
      *
      * ************************************************
      * Pide un presupuesto, lo muestra y atiende la opcion
      * ************************************************
       RESOLVER-PRESUPUESTO.
           PERFORM BORRAR-PANTALLA.
           MOVE ZEROS TO COTNUM-E.
           ACCEPT COTNUM-E LINE  6 POSITION 25 NO BEEP.
           IF COTNUM-E NOT = 0 THEN
              PERFORM LEER-PRESUPUESTO
              IF EXISTE = 'N' THEN
                 DISPLAY ERROR-COT LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
               ELSE
                 PERFORM MOSTRAR-PRESUPUESTO
                 PERFORM ATENDER-OPCION.
      *
       LEER-PRESUPUESTO.
           MOVE COTNUM-E TO COTNUM.
           MOVE SPACES   TO EXISTE.
           READ FCOT RECORD KEY IS COTNUM INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
      * ************************************************
      * Cabecera y lineas del presupuesto en pantalla; caducado
      * es el emitido cuya validez ya paso
      * ************************************************
       MOSTRAR-PRESUPUESTO.
           MOVE COTCLI TO CLICOD.
           MOVE 'S' TO CLIENTE-OK.
           MOVE SPACES TO CLINOM.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO CLIENTE-OK.
           IF CLIENTE-OK = 'S' AND (CLI-BAJA OR CLI-INSOLVENTE) THEN
              MOVE 'N' TO CLIENTE-OK.
           DISPLAY COTCLI LINE  7 POSITION 25.
           DISPLAY CLINOM LINE  7 POSITION 30.
           DISPLAY COTVEN LINE  8 POSITION 25.
           IF COTVEN NOT = SPACES
                AND (FS-FVEN = '00' OR FS-FVEN = '10') THEN
              PERFORM MOSTRAR-VENDEDOR.
      *
           MOVE COTDD TO EMP-DD.
           MOVE COTMM TO EMP-MM.
           MOVE COTAA TO EMP-AA.
           DISPLAY FEMI-PAN LINE  9 POSITION 25.
           MOVE COTVAL TO FVAL.
           MOVE VAL-DD TO VAP-DD.
           MOVE VAL-MM TO VAP-MM.
           MOVE VAL-AA TO VAP-AA.
           DISPLAY FVAL-PAN LINE  9 POSITION 55.
      *
           MOVE 'N' TO CADUCADO.
           IF COT-EMITIDO AND COTVAL < FECHA THEN
              MOVE 'S' TO CADUCADO.
           IF COT-ACEPTADO THEN
              DISPLAY 'ACEPTADO - pedido' LINE 10 POSITION 25
              DISPLAY COTPED LINE 10 POSITION 43.
           IF COT-PERDIDO THEN
              DISPLAY 'PERDIDO' LINE 10 POSITION 25.
           IF COT-EMITIDO AND CADUCADO = 'S' THEN
              DISPLAY 'CADUCADO' LINE 10 POSITION 25.
           IF COT-EMITIDO AND CADUCADO = 'N' THEN
              DISPLAY 'EMITIDO' LINE 10 POSITION 25.
      *
           MOVE 13 TO LIN-P.
           MOVE SPACE TO FINLEC.
           MOVE COTNUM TO LCTCOT.
           MOVE ZEROS  TO LCTNUM.
           START FLCT KEY IS NOT LESS LCTCLAVE INVALID KEY
                                      MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              PERFORM LEER-LINEA.
           PERFORM MOSTRAR-LINEA UNTIL FINLEC = 'S'.
      *
           MOVE COTTOT TO ZTOT.
           DISPLAY ZTOT LINE 21 POSITION 55.
      *
       MOSTRAR-VENDEDOR.
           MOVE COTVEN TO VENCOD.
           MOVE SPACES TO VENNOM.
           READ FVEN RECORD KEY IS VENCOD INVALID KEY
                                 MOVE SPACES TO VENNOM.
           DISPLAY VENNOM LINE  8 POSITION 30.
      *
       LEER-LINEA.
           READ FLCT NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND LCTCOT NOT = COTNUM THEN
              MOVE 'S' TO FINLEC.
      *
      * Una linea por fila, hasta la 20; las que no caben siguen
      * contando para el pedido aunque no se vean.
       MOSTRAR-LINEA.
           IF LIN-P < 21 THEN
              MOVE LCTPRO TO PROCOD
              MOVE SPACES TO PRODES
              PERFORM LEER-PRODUCTO
              DISPLAY LCTNUM LINE LIN-P POSITION 10
              DISPLAY LCTPRO LINE LIN-P POSITION 15
              DISPLAY PRODES LINE LIN-P POSITION 25
              MOVE LCTCAN TO ZCAN
              DISPLAY ZCAN   LINE LIN-P POSITION 48
              COMPUTE IMPORTE-LIN = LCTCAN * LCTPRE
              MOVE IMPORTE-LIN TO ZIMP
              DISPLAY ZIMP   LINE LIN-P POSITION 56
              ADD 1 TO LIN-P.
           PERFORM LEER-LINEA.
      *
       LEER-PRODUCTO.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                 MOVE '(sin producto)' TO PRODES.
      *
      * ************************************************
      * Opcion sobre el presupuesto mostrado: solo los emitidos
      * se resuelven, y los caducados solo como perdidos
      * ************************************************
       ATENDER-OPCION.
           IF NOT COT-EMITIDO THEN
              DISPLAY ERROR-EST LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
              DISPLAY MSGOPC LINE 23 POSITION 14 REVERSE
              MOVE SPACE TO OPC-COT
              ACCEPT OPC-COT LINE 23 POSITION 72 NO BEEP
              IF OPC-COT = 'A' OR OPC-COT = 'a' THEN
                 PERFORM ACEPTAR-PRESUPUESTO
               ELSE
                 IF OPC-COT = 'P' OR OPC-COT = 'p' THEN
                    PERFORM DAR-POR-PERDIDO.
      *
       ACEPTAR-PRESUPUESTO.
           IF CADUCADO = 'S' THEN
              DISPLAY ERROR-CAD LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
              IF CLIENTE-OK = 'N' THEN
                 DISPLAY ERROR-CLI LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
               ELSE
                 PERFORM CONVERTIR-EN-PEDIDO.
      *
      * ************************************************
      * El presupuesto se convierte en pedido: cabecera, lineas
      * con su reserva de stock y control de credito; despues
      * queda aceptado con el numero de pedido
      * ************************************************
       CONVERTIR-EN-PEDIDO.
           PERFORM PROPONER-ENTREGA.
           PERFORM GRABAR-CABECERA.
           MOVE ZEROS TO TOTAL-PED.
      *
           MOVE SPACE TO FINLEC.
           MOVE COTNUM TO LCTCOT.
           MOVE ZEROS  TO LCTNUM.
           START FLCT KEY IS NOT LESS LCTCLAVE INVALID KEY
                                      MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              PERFORM LEER-LINEA.
           PERFORM PASAR-LINEA UNTIL FINLEC = 'S'.
      *
           PERFORM COMPROBAR-CREDITO.
      *
           SET COT-ACEPTADO TO TRUE.
           MOVE NEXTPED TO COTPED.
           MOVE FECHA   TO COTFRE.
           PERFORM REGRABAR-PRESUPUESTO.
           ADD 1 TO NUMCONV.
           DISPLAY 'CONVERTIDO EN EL PEDIDO' LINE 23 POSITION 14
                                               REVERSE.
           DISPLAY NEXTPED LINE 23 POSITION 38 REVERSE.
           PERFORM CONTINUAR.
      *
      * ************************************************
      * Da el presupuesto por perdido
      * ************************************************
       DAR-POR-PERDIDO.
           SET COT-PERDIDO TO TRUE.
           MOVE FECHA TO COTFRE.
           PERFORM REGRABAR-PRESUPUESTO.
           DISPLAY 'PRESUPUESTO DADO POR PERDIDO.'
                              LINE 23 POSITION 14 REVERSE.
           PERFORM CONTINUAR.
      *
       REGRABAR-PRESUPUESTO.
           REWRITE REGCOT.
           IF FS-FCOT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCOT
            ELSE
              MOVE 'COTIZA  ' TO JRN-FICHERO
              MOVE 'REWRIT' TO JRN-OPER
              MOVE REGCOT TO JRN-IMAGEN
              CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER,
                   JRN-IMAGEN.
      *
      * ************************************************
      * Asigna el siguiente numero de pedido y graba la cabecera
      * con el cliente y el vendedor del presupuesto
      * ************************************************
       GRABAR-CABECERA.
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
           MOVE NEXTPED TO PEDNUM.
           MOVE COTCLI  TO PEDCLI.
           MOVE AA1 TO PEDAA.
           MOVE MM1 TO PEDMM.
           MOVE DD1 TO PEDDD.
           SET PED-CAPTADO TO TRUE.
           MOVE 0        TO PEDDIR.
           MOVE COTVEN   TO PEDVEN.
           MOVE SPACE    TO PEDORI.
           MOVE FEN-W    TO PEDFEN.
           MOVE ZEROS    TO PEDPOR PEDPTI.
           MOVE SPACE    TO PEDPCO.
           WRITE REGPED.
           IF FS-FPED NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPED
            ELSE
              MOVE 'PEDIDOS ' TO JRN-FICHERO
              MOVE 'WRITE ' TO JRN-OPER
              MOVE REGPED TO JRN-IMAGEN
              CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER,
                   JRN-IMAGEN.
      *
      * ************************************************
      * Pasa una linea del presupuesto al pedido, con su precio y
      * su IVA congelados, y reserva la cantidad
      * ************************************************
       PASAR-LINEA.
           MOVE NEXTPED TO LINPED.
           MOVE LCTNUM  TO LINNUM.
           MOVE LCTPRO  TO LINPRO.
           MOVE LCTCAN  TO LINCAN.
           MOVE LCTPRE  TO LINPRE.
           MOVE LCTIVA  TO LINIVA.
           COMPUTE IMPORTE-LIN = LCTCAN * LCTPRE.
           ADD IMPORTE-LIN TO TOTAL-PED.
           WRITE REGLIN.
           IF FS-FLIN NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLIN
            ELSE
              MOVE 'LINPED  ' TO JRN-FICHERO
              MOVE 'WRITE ' TO JRN-OPER
              MOVE REGLIN TO JRN-IMAGEN
              CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER,
                   JRN-IMAGEN
              PERFORM RESERVAR-STOCK.
      *
           PERFORM LEER-LINEA.
      *
      * ************************************************
      * Reserva en el maestro la cantidad de la linea, salvo que
      * el producto sea un kit
      * ************************************************
       RESERVAR-STOCK.
           MOVE LINPRO TO PROCOD.
           MOVE SPACES TO EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES THEN
              PERFORM COMPROBAR-KIT
              IF ES-KIT NOT = 'S' THEN
                 ADD LINCAN TO PRORES
                 REWRITE REGPRO
                 IF FS-FPROD = '00' THEN
                    MOVE 'PRODUCTO' TO JRN-FICHERO
                    MOVE 'REWRIT' TO JRN-OPER
                    MOVE REGPRO TO JRN-IMAGEN
                    CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER,
                         JRN-IMAGEN
                  ELSE
                    PERFORM ERROR-FICHERO-FPROD.
      *
       COMPROBAR-KIT.
           MOVE 'N' TO ES-KIT.
           IF FS-FKIT = '00' OR FS-FKIT = '10' THEN
              PERFORM LEER-KIT
              IF EXISTE-KIT = SPACES THEN
                 MOVE 'S' TO ES-KIT.
      *
       LEER-KIT.
           MOVE PROCOD TO KITPRO.
           MOVE 01     TO KITLIN.
           MOVE SPACES TO EXISTE-KIT.
           READ FKIT RECORD KEY IS KITCLAVE INVALID KEY
                                 MOVE 'N' TO EXISTE-KIT.
      *
      * ************************************************
      * Con el pedido ya grabado, avisa si el saldo pendiente del
      * cliente mas el pedido superan su limite de credito; sin
      * la autorizacion de un supervisor el pedido queda como
      * PED-PRESUP, igual que en la entrada de pedidos
      * ************************************************
       COMPROBAR-CREDITO.
           IF CLILIM > 0 AND CLISAL + TOTAL-PED > CLILIM THEN
              DISPLAY ERROR-LIM LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
              PERFORM AUTORIZA-SUPERVISOR
              IF AUTORIZA NOT = 'S' THEN
                 PERFORM DEJAR-PRESUPUESTO.
      *
       AUTORIZA-SUPERVISOR.
           MOVE 'N' TO AUTORIZA.
           DISPLAY MSGSUP      LINE 23 POSITION 14 REVERSE.
           DISPLAY 'Usuario..:' LINE 21 POSITION 14.
           DISPLAY 'Clave....:' LINE 22 POSITION 14.
           MOVE SPACES TO SUP-USUARIO.
           MOVE SPACES TO SUP-CLAVE.
           ACCEPT SUP-USUARIO  LINE 21 POSITION 25 NO BEEP.
           ACCEPT SUP-CLAVE    LINE 22 POSITION 25 NO BEEP OFF.
           CALL 'OPERLOG' USING SUP-USUARIO, SUP-CLAVE,
                SUP-OK, SUP-ROL.
           IF SUP-OK = 'S' AND SUP-ROL = 'S' THEN
              MOVE 'S' TO AUTORIZA
            ELSE
              DISPLAY 'Autorizacion denegada.     '
                                LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
           DISPLAY SPACES LINE 21 POSITION 14 ERASE EOL.
           DISPLAY SPACES LINE 22 POSITION 14 ERASE EOL.
      *
       DEJAR-PRESUPUESTO.
           MOVE NEXTPED TO PEDNUM.
           READ FPED RECORD KEY IS PEDNUM INVALID KEY
                                 PERFORM ERROR-FICHERO-FPED.
           SET PED-PRESUP TO TRUE.
           REWRITE REGPED.
           IF FS-FPED NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPED
            ELSE
              MOVE 'PEDIDOS ' TO JRN-FICHERO
              MOVE 'REWRIT' TO JRN-OPER
              MOVE REGPED TO JRN-IMAGEN
              CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER,
                   JRN-IMAGEN
              PERFORM AVISAR-CREDITO
              DISPLAY 'PEDIDO PENDIENTE DE AUTORIZAR CREDITO.'
                                 LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
      *
      * El pedido retenido abre una tarea de los supervisores
      * (rutina comun TAREA), que la cola de credito UD17E6 cierra
      * al liberarlo o rechazarlo.
       AVISAR-CREDITO.
           MOVE 'A'        TO TAN-OPER.
           MOVE 'PRESUP'   TO TAN-TIPO.
           MOVE PEDNUM     TO TAN-REF.
           MOVE SPACES     TO TAN-DES.
           STRING 'Credito: liberar o rechazar, cliente '
                  PEDCLI DELIMITED BY SIZE INTO TAN-DES.
           MOVE 1          TO TAN-PRI.
           MOVE 1          TO TAN-DIAS.
           MOVE SPACES     TO TAN-ASG.
           MOVE 'S'        TO TAN-ROL.
           MOVE 'UD23E12'  TO TAN-USU.
           CALL 'TAREA' USING TAREA-ARG.
      *
      * ************************************************
      * Propone la fecha de entrega por la ruta que sirve la
      * poblacion del cliente (la misma cuenta que UD11E1)
      * ************************************************
       PROPONER-ENTREGA.
           MOVE ZEROS TO FEN-W.
           MOVE 'N' TO HAY-RUTA.
           IF FS-FRPO = '00' OR FS-FRPO = '10' THEN
              PERFORM BUSCAR-RUTA-POBLACION.
           IF HAY-RUTA = 'S' THEN
              PERFORM CALCULAR-DIA-HOY
              PERFORM PROBAR-DIA
                 VARYING DIA-IDX FROM 1 BY 1
                 UNTIL DIA-IDX > 7 OR FEN-W NOT = ZEROS.
      *
       BUSCAR-RUTA-POBLACION.
           MOVE CLIPOB TO RPOPOB.
           MOVE SPACES TO EXISTE.
           READ FRPO RECORD KEY IS RPOPOB INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES
                AND (FS-FRUT = '00' OR FS-FRUT = '10') THEN
              PERFORM LEER-RUTA
              IF EXISTE = SPACES THEN
                 MOVE 'S' TO HAY-RUTA.
      *
       LEER-RUTA.
           MOVE RPORUT TO RUTCOD.
           MOVE SPACES TO EXISTE.
           READ FRUT RECORD KEY IS RUTCOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
       CALCULAR-DIA-HOY.
           MOVE 'DIF' TO CAL-OPER.
           MOVE 20240101 TO CAL-FECHA1.
           MOVE FECHA TO CAL-FECHA2.
           CALL 'FECHACAL' USING CAL-OPER, CAL-FECHA1, CAL-FECHA2,
                                 CAL-DIAS, CAL-OK.
           DIVIDE CAL-DIAS BY 7 GIVING COCIENTE-R REMAINDER RESTO7.
           COMPUTE DIA-HOY = RESTO7 + 1.
      *
       PROBAR-DIA.
           COMPUTE DIA-CAND = DIA-HOY + DIA-IDX.
           PERFORM AJUSTAR-SEMANA UNTIL DIA-CAND NOT > 7.
           IF RUTDIA(DIA-CAND:1) = 'S' THEN
              MOVE 'SUM' TO CAL-OPER
              MOVE FECHA TO CAL-FECHA1
              MOVE DIA-IDX TO CAL-DIAS
              CALL 'FECHACAL' USING CAL-OPER, CAL-FECHA1,
                   CAL-FECHA2, CAL-DIAS, CAL-OK
              MOVE CAL-FECHA2 TO FEN-W.
      *
       AJUSTAR-SEMANA.
           SUBTRACT 7 FROM DIA-CAND.
      *
      * ************************************************
      * Borra la informacion de la pantalla
      * ************************************************
       BORRAR-PANTALLA.
           DISPLAY SPACES LINE  6 POSITION 25 ERASE EOL.
           DISPLAY SPACES LINE  7 POSITION 25 ERASE EOL.
           DISPLAY SPACES LINE  8 POSITION 25 ERASE EOL.
           DISPLAY SPACES LINE  9 POSITION 25 ERASE EOL.
           DISPLAY 'Valido hasta:' LINE  9 POSITION 40 HIGH.
           DISPLAY SPACES LINE 10 POSITION 25 ERASE EOL.
           MOVE 13 TO LIN-P.
           PERFORM BORRAR-FILA 8 TIMES.
           DISPLAY SPACES LINE 21 POSITION 55 ERASE EOL.
           DISPLAY MENSAJE  LINE 23 POSITION  3 REVERSE.
           DISPLAY MSGNUEVO LINE 23 POSITION 14 REVERSE.
      *
       BORRAR-FILA.
           DISPLAY SPACES LINE LIN-P POSITION 10 ERASE EOL.
           ADD 1 TO LIN-P.
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
       ERROR-FICHERO-FCOT.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCOT   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLCT.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLCT   LINE 23 POSITION 40 REVERSE.
      *
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
       ERROR-FICHERO-FVEN.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FVEN   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FKIT.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FKIT   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FRUT.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FRUT   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FRPO.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FRPO   LINE 23 POSITION 40 REVERSE.
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
