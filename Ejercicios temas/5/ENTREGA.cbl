123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTREGA.
       REMARKS. RUTINA COMUN DE PRUEBA DE ENTREGA.
      *
      * Anota en ALBARAN.DAT (trazado REGALB) el resultado de un
      * intento de entrega de un pedido, venga de la hoja de ruta
      * devuelta por el repartidor (UD21E12) o del fichero de
      * seguimiento del transportista (UD21E13), y mueve el pedido
      * en consecuencia:
      *
      *  ENT-RES = 'E' (entregado): graba la prueba con la fecha, la
      *    hora y el nombre de quien firmo, y pasa el pedido servido
      *    a entregado. Un pedido ya facturado sin prueba la recibe
      *    igual, sin cambiar de estado.
      *  ENT-RES = 'N' (no entregado): graba la prueba con el motivo
      *    en lugar del firmante, devuelve al stock todo lo que
      *    salio para el pedido (entradas en MOVIMIENT.DAT con el
      *    motivo NO ENTREG., PROQTY, STOCKUBI, LOTES y el saldo de
      *    envases del cliente), rehace las reservas de sus lineas,
      *    borra sus pendientes de BACKORD.DAT y lo deja captado
      *    para que la expedicion UD11E4 lo vuelva a servir (o se
      *    anule con UD11E2). Abre ademas una incidencia de tipo N
      *    en INCIDEN.DAT, que es la lista de excepciones que
      *    saca UD21E7, con su tarea para el operador (rutina
      *    comun TAREA). Si el pedido ya estaba facturado no se
      *    mueve stock: se anota la prueba y la incidencia, y el
      *    genero vuelve por la devolucion UD12E5.
      *  ENT-RES = 'C' (consulta): solo dice si el pedido tiene una
      *    prueba de entrega, sin tocar nada.
      *
      * Devuelve ENT-OK: 'S' hecho (en la consulta, 'S' si hay
      * prueba de entrega y 'N' si no), 'P' el pedido no existe,
      * 'X' el pedido no esta servido, 'Y' el pedido ya consta
      * entregado, 'D' anotado sin mover stock por estar facturado,
      * 'E' error de fichero. Los ficheros se abren y se cierran en
      * cada llamada, como hace PENACT.
      * Si el mes ya se exporto a la gestoria, cada movimiento
      * grabado queda anotado como apunte fuera de plazo
      * (TARDIOS.DAT, rutina comun PERIODO).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FALB ASSIGN TO DISK 'ALBARAN.DAT'
            RECORD KEY IS ALBCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FALB.
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
            SELECT FPROD ASSIGN TO DISK 'PRODUCTO.DAT'
            RECORD KEY IS PROCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPROD.
      *
            SELECT FMOV ASSIGN TO DISK 'MOVIMIENT.DAT'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FMOV.
      *
            SELECT FSUB ASSIGN TO DISK 'STOCKUBI.DAT'
            RECORD KEY IS SUCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FSUB.
      *
            SELECT FLOT ASSIGN TO DISK 'LOTES.DAT'
            RECORD KEY IS LOTCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FLOT.
      *
            SELECT FENV ASSIGN TO DISK 'ENVASCLI.DAT'
            RECORD KEY IS ENVCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FENV.
      *
            SELECT FKIT ASSIGN TO DISK 'KITCOMP.DAT'
            RECORD KEY IS KITCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FKIT.
      *
            SELECT FBO ASSIGN TO DISK 'BACKORD.DAT'
            RECORD KEY IS BOCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FBO.
      *
            SELECT FINC ASSIGN TO DISK 'INCIDEN.DAT'
            RECORD KEY IS INCNUM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FINC.
      *
            SELECT FCTR ASSIGN TO DISK 'INCIDEN.CTR'
            RECORD KEY IS CTRID
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            LOCK MODE IS MANUAL WITH LOCK ON RECORD
            FILE STATUS IS FS-FCTR.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FALB LABEL RECORD IS STANDARD.
           COPY REGALB.
      *
       FD FPED LABEL RECORD IS STANDARD.
           COPY REGPED.
      *
       FD FLIN LABEL RECORD IS STANDARD.
           COPY REGLIN.
      *
       FD FPROD LABEL RECORD IS STANDARD.
           COPY REGPRO.
      *
       FD FMOV LABEL RECORD IS STANDARD.
           COPY REGMOV.
      *
       FD FSUB LABEL RECORD IS STANDARD.
           COPY REGSUB.
      *
       FD FLOT LABEL RECORD IS STANDARD.
           COPY REGLOT.
      *
       FD FENV LABEL RECORD IS STANDARD.
           COPY REGENV.
      *
       FD FKIT LABEL RECORD IS STANDARD.
           COPY REGKIT.
      *
       FD FBO LABEL RECORD IS STANDARD.
           COPY REGBO.
      *
       FD FINC LABEL RECORD IS STANDARD.
           COPY REGINC.
      *
       FD FCTR LABEL RECORD IS STANDARD.
       01 REGCTR.
          02 CTRID    PIC X.
          02 CTRVAL   PIC 9(6).
      *
       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 EXISTE     PIC X.
       77 FINALB     PIC X.
       77 FINMOV     PIC X.
       77 FINLEC     PIC X.
       77 FINBO      PIC X.
      *
      * Pruebas ya anotadas del pedido: si alguna es de entregado y
      * el ultimo numero de intento usado.
       77 HAY-ENT    PIC X.
       77 ULT-INT    PIC 99.
      *
      * Motivos de los movimientos del pedido: las salidas de la
      * expedicion UD11E4 y del nocturno UD13E7, y las entradas de
      * una no entrega anterior.
       77 MOT-PEDIDO PIC X(20).
       77 MOT-PENDIE PIC X(20).
       77 MOT-NOENTR PIC X(20).
      *
      * Salidas del pedido que hay que devolver al stock, sacadas
      * de MOVIMIENT.DAT. Una no entrega anterior pone la cuenta a
      * cero: lo que salio antes ya volvio.
       77 NUMSAL     PIC 999.
       77 SALIDX     PIC 999.
       01 TABLA-SALIDAS.
           02 SAL-LINEA OCCURS 300 TIMES.
              03 TS-PRO  PIC X(4).
              03 TS-CAN  PIC 9(5).
              03 TS-UBI  PIC XX.
              03 TS-LOT  PIC X(10).
      *
       77 ES-KIT     PIC X.
       77 ENV-EXISTE PIC X.
       77 SUB-EXISTE PIC X.
       77 NEXTINC    PIC 9(6).
      *
       77 FS-FALB    PIC XX.
       77 FS-FPED    PIC XX.
       77 FS-FLIN    PIC XX.
       77 FS-FPROD   PIC XX.
       77 FS-FMOV    PIC XX.
      * Estado del mes contable (rutina comun PERIODO).
           COPY PERIODO.
       77 FS-FSUB    PIC XX.
       77 FS-FLOT    PIC XX.
       77 FS-FENV    PIC XX.
       77 FS-FKIT    PIC XX.
       77 FS-FBO     PIC XX.
       77 FS-FINC    PIC XX.
       77 FS-FCTR    PIC XX.
      *
      * Argumentos de la rutina comun DIARIO, que anota la imagen
      * de cada operacion sobre los maestros en DIARIO.DAT.
       77 JRN-FICHERO PIC X(8).
       77 JRN-OPER    PIC X(6).
       77 JRN-IMAGEN  PIC X(120).
      *
       01 FF1.
           02 AA1     PIC 9999.
           02 MM1     PIC 99.
           02 DD1     PIC 99.
      *
      *
      * Argumento de la rutina comun TAREA.
           COPY TAREA.
       LINKAGE SECTION.
       01 ENT-PED   PIC 9(6).
       01 ENT-RES   PIC X.
       01 ENT-FEC   PIC 9(8).
       01 ENT-HRA   PIC 9(4).
       01 ENT-FIR   PIC X(30).
       01 ENT-ORI   PIC X.
       01 ENT-USU   PIC X(8).
       01 ENT-OK    PIC X.
      *
       PROCEDURE DIVISION USING ENT-PED, ENT-RES, ENT-FEC, ENT-HRA,
                                ENT-FIR, ENT-ORI, ENT-USU, ENT-OK.
       COMIENZO.
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE 'S' TO ENT-OK.
           IF ENT-RES = 'C' THEN
              PERFORM CONSULTAR
            ELSE
              PERFORM ANOTAR.
      *
           EXIT PROGRAM.
      *
      * ************************************************
      * Consulta: el pedido tiene prueba de entrega o no
      * ************************************************
       CONSULTAR.
           MOVE 'N' TO HAY-ENT.
           OPEN INPUT FALB.
           IF FS-FALB = '00' THEN
              PERFORM RECORRER-PRUEBAS.
           IF FS-FALB NOT = '35' THEN
              CLOSE FALB.
           MOVE HAY-ENT TO ENT-OK.
      *
      * ************************************************
      * Anota un intento de entrega contra el pedido
      * ************************************************
       ANOTAR.
           OPEN I-O FPED.
           IF FS-FPED NOT = '00' THEN
              MOVE 'E' TO ENT-OK
            ELSE
              PERFORM ABRIR-PRUEBAS
              IF FS-FALB NOT = '00' THEN
                 MOVE 'E' TO ENT-OK
                 CLOSE FPED
               ELSE
                 PERFORM TRATAR-PEDIDO
                 CLOSE FPED FALB.
      *
      * ALBARAN.DAT todavia no existe la primera vez (estado '35');
      * se crea vacio.
       ABRIR-PRUEBAS.
           OPEN I-O FALB.
           IF FS-FALB = '35' THEN
              OPEN OUTPUT FALB
              CLOSE FALB
              OPEN I-O FALB.
      *
       TRATAR-PEDIDO.
           MOVE ENT-PED TO PEDNUM.
           MOVE SPACES TO EXISTE.
           READ FPED RECORD KEY IS PEDNUM INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              MOVE 'P' TO ENT-OK
            ELSE
              PERFORM VALIDAR-ESTADO.
      *
           IF ENT-OK = 'S' OR ENT-OK = 'D' THEN
              PERFORM GRABAR-PRUEBA.
           IF ENT-OK = 'S' AND ENT-RES = 'E' AND PED-SERVIDO THEN
              SET PED-ENTREGADO TO TRUE
              PERFORM REGRABAR-PEDIDO.
           IF ENT-OK = 'S' AND ENT-RES = 'N' THEN
              PERFORM DEVOLVER-PEDIDO.
           IF (ENT-OK = 'S' OR ENT-OK = 'D') AND ENT-RES = 'N' THEN
              PERFORM ABRIR-INCIDENCIA.
      *
      * ************************************************
      * Solo admite prueba un pedido servido (o facturado sin
      * prueba todavia); el que ya consta entregado no admite
      * otra
      * ************************************************
       VALIDAR-ESTADO.
           MOVE 'N' TO HAY-ENT.
           PERFORM RECORRER-PRUEBAS.
           IF PED-ENTREGADO OR HAY-ENT = 'S' THEN
              MOVE 'Y' TO ENT-OK
            ELSE
              IF NOT PED-SERVIDO AND NOT PED-FACTURADO THEN
                 MOVE 'X' TO ENT-OK
               ELSE
                 IF ENT-RES = 'N' AND PED-FACTURADO THEN
                    MOVE 'D' TO ENT-OK.
      *
      * ************************************************
      * Recorre las pruebas del pedido: si alguna es de entregado
      * y el ultimo intento anotado
      * ************************************************
       RECORRER-PRUEBAS.
           MOVE ZEROS TO ULT-INT.
           MOVE SPACE TO FINALB.
           MOVE ENT-PED TO ALBPED.
           MOVE ZEROS   TO ALBINT.
           START FALB KEY IS NOT LESS ALBCLAVE INVALID KEY
                                      MOVE 'S' TO FINALB.
           IF FINALB NOT = 'S' THEN
              PERFORM LEER-SIGUIENTE-PRUEBA.
           PERFORM REVISAR-PRUEBA UNTIL FINALB = 'S'.
      *
       REVISAR-PRUEBA.
           MOVE ALBINT TO ULT-INT.
           IF ALB-ENTREGADO THEN
              MOVE 'S' TO HAY-ENT.
           PERFORM LEER-SIGUIENTE-PRUEBA.
      *
       LEER-SIGUIENTE-PRUEBA.
           READ FALB NEXT RECORD AT END MOVE 'S' TO FINALB.
           IF FINALB NOT = 'S' AND ALBPED NOT = ENT-PED THEN
              MOVE 'S' TO FINALB.
      *
      * ************************************************
      * Graba la prueba con el siguiente numero de intento
      * ************************************************
       GRABAR-PRUEBA.
           MOVE ENT-PED TO ALBPED.
           IF ULT-INT < 99 THEN
              ADD 1 TO ULT-INT.
           MOVE ULT-INT TO ALBINT.
           MOVE ENT-RES TO ALBRES.
           MOVE ENT-FEC TO ALBFEC.
           MOVE ENT-HRA TO ALBHRA.
           MOVE ENT-FIR TO ALBFIR.
           MOVE ENT-ORI TO ALBORI.
           MOVE ENT-USU TO ALBUSU.
           WRITE REGALB.
           IF FS-FALB NOT = '00' THEN
              MOVE 'E' TO ENT-OK.
      *
       REGRABAR-PEDIDO.
           REWRITE REGPED.
           IF FS-FPED NOT = '00' THEN
              MOVE 'E' TO ENT-OK
            ELSE
              MOVE 'PEDIDOS ' TO JRN-FICHERO
              MOVE 'REWRIT' TO JRN-OPER
              MOVE REGPED TO JRN-IMAGEN
              CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER,
                   JRN-IMAGEN.
      *
      * ************************************************
      * Pedido servido que no llego al cliente: el genero vuelve
      * al almacen del que salio y el pedido vuelve a captado
      * ************************************************
       DEVOLVER-PEDIDO.
           PERFORM ABRIR-ALMACEN.
           IF ENT-OK = 'S' THEN
              PERFORM CARGAR-SALIDAS.
           IF ENT-OK = 'S' THEN
              PERFORM ABRIR-MOVIMIENTOS.
           IF ENT-OK = 'S' THEN
              PERFORM REPONER-SALIDA
                 VARYING SALIDX FROM 1 BY 1 UNTIL SALIDX > NUMSAL
              CLOSE FMOV
              PERFORM RESTAURAR-RESERVAS
              PERFORM BORRAR-PENDIENTES
              SET PED-CAPTADO TO TRUE
              PERFORM REGRABAR-PEDIDO.
           PERFORM CERRAR-ALMACEN.
      *
      * STOCKUBI.DAT se crea vacio si todavia no existe; LOTES,
      * ENVASCLI, KITCOMP y BACKORD pueden no existir (estado '35')
      * y entonces no hay nada que devolver en ellos.
       ABRIR-ALMACEN.
           OPEN I-O FPROD.
           IF FS-FPROD NOT = '00' THEN
              MOVE 'E' TO ENT-OK.
           OPEN INPUT FLIN.
           IF FS-FLIN NOT = '00' THEN
              MOVE 'E' TO ENT-OK.
           OPEN I-O FSUB.
           IF FS-FSUB = '35' THEN
              OPEN OUTPUT FSUB
              CLOSE FSUB
              OPEN I-O FSUB.
           IF FS-FSUB NOT = '00' THEN
              MOVE 'E' TO ENT-OK.
           OPEN I-O FLOT.
           IF FS-FLOT NOT = '00' AND FS-FLOT NOT = '35' THEN
              MOVE 'E' TO ENT-OK.
           OPEN I-O FENV.
           IF FS-FENV NOT = '00' AND FS-FENV NOT = '35' THEN
              MOVE 'E' TO ENT-OK.
           OPEN INPUT FKIT.
           IF FS-FKIT NOT = '00' AND FS-FKIT NOT = '35' THEN
              MOVE 'E' TO ENT-OK.
           OPEN I-O FBO.
           IF FS-FBO NOT = '00' AND FS-FBO NOT = '35' THEN
              MOVE 'E' TO ENT-OK.
      *
       CERRAR-ALMACEN.
           IF FS-FPROD NOT = '35' THEN
              CLOSE FPROD.
           IF FS-FLIN NOT = '35' THEN
              CLOSE FLIN.
           IF FS-FSUB NOT = '35' THEN
              CLOSE FSUB.
           IF FS-FLOT NOT = '35' THEN
              CLOSE FLOT.
           IF FS-FENV NOT = '35' THEN
              CLOSE FENV.
           IF FS-FKIT NOT = '35' THEN
              CLOSE FKIT.
           IF FS-FBO NOT = '35' THEN
              CLOSE FBO.
      *
      * ************************************************
      * Recorre MOVIMIENT.DAT y guarda las salidas del pedido
      * (producto, cantidad, almacen y lote) desde la ultima
      * no entrega
      * ************************************************
       CARGAR-SALIDAS.
           MOVE SPACES TO MOT-PEDIDO.
           STRING 'PEDIDO '     DELIMITED BY SIZE
                  ENT-PED       DELIMITED BY SIZE
             INTO MOT-PEDIDO.
           MOVE SPACES TO MOT-PENDIE.
           STRING 'PENDIENTE '  DELIMITED BY SIZE
                  ENT-PED       DELIMITED BY SIZE
             INTO MOT-PENDIE.
           MOVE SPACES TO MOT-NOENTR.
           STRING 'NO ENTREG. ' DELIMITED BY SIZE
                  ENT-PED       DELIMITED BY SIZE
             INTO MOT-NOENTR.
      *
           MOVE 0 TO NUMSAL.
           OPEN INPUT FMOV.
           IF FS-FMOV = '00' THEN
              MOVE SPACE TO FINMOV
              READ FMOV NEXT RECORD AT END MOVE 'S' TO FINMOV.
           IF FS-FMOV = '00' OR FS-FMOV = '10' THEN
              PERFORM REVISAR-MOVIMIENTO UNTIL FINMOV = 'S'
              CLOSE FMOV
            ELSE
              IF FS-FMOV NOT = '35' THEN
                 MOVE 'E' TO ENT-OK.
      *
       REVISAR-MOVIMIENTO.
           IF MOVMOT = MOT-NOENTR THEN
              MOVE 0 TO NUMSAL.
           IF (MOVMOT = MOT-PEDIDO OR MOVMOT = MOT-PENDIE)
                AND MOVCANT < 0 AND NUMSAL < 300 THEN
              ADD 1 TO NUMSAL
              MOVE MOVCOD TO TS-PRO(NUMSAL)
              COMPUTE TS-CAN(NUMSAL) = 0 - MOVCANT
              MOVE MOVUBI TO TS-UBI(NUMSAL)
              MOVE MOVLOT TO TS-LOT(NUMSAL).
           READ FMOV NEXT RECORD AT END MOVE 'S' TO FINMOV.
      *
      * MOVIMIENT.DAT se reabre para anadir las entradas.
       ABRIR-MOVIMIENTOS.
           OPEN EXTEND FMOV.
           IF FS-FMOV = '35' THEN
              OPEN OUTPUT FMOV.
           IF FS-FMOV NOT = '00' THEN
              MOVE 'E' TO ENT-OK.
      *
      * ************************************************
      * Devuelve una salida: entrada en MOVIMIENT.DAT, PROQTY,
      * stock por ubicacion, lote y saldo de envases
      * ************************************************
       REPONER-SALIDA.
           MOVE TS-PRO(SALIDX) TO PROCOD.
           MOVE SPACES TO EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES THEN
              ADD TS-CAN(SALIDX) TO PROQTY
              REWRITE REGPRO
              IF FS-FPROD = '00' THEN
                 MOVE 'PRODUCTO' TO JRN-FICHERO
                 MOVE 'REWRIT' TO JRN-OPER
                 MOVE REGPRO TO JRN-IMAGEN
                 CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER,
                      JRN-IMAGEN
                 PERFORM GRABAR-MOVIMIENTO
                 PERFORM REPONER-LOTE
                 PERFORM RESTAR-ENVASES
               ELSE
                 MOVE 'E' TO ENT-OK.
      *
       GRABAR-MOVIMIENTO.
           MOVE PROCOD         TO MOVCOD.
           MOVE AA1            TO MOVAA.
           MOVE MM1            TO MOVMM.
           MOVE DD1            TO MOVDD.
           MOVE TS-CAN(SALIDX) TO MOVCANT.
           MOVE MOT-NOENTR     TO MOVMOT.
           MOVE TS-UBI(SALIDX) TO MOVUBI.
           MOVE TS-LOT(SALIDX) TO MOVLOT.
           MOVE 'M' TO PRA-TIP.
           MOVE MOVCOD TO PRA-DOC.
           MOVE MOVCANT TO PRA-IMP.
           PERFORM ANOTAR-PERIODO.
           WRITE REGMOV.
           IF FS-FMOV NOT = '00' THEN
              MOVE 'E' TO ENT-OK.
           PERFORM ACTUALIZAR-UBICACION.
      *
      * Refleja la entrada en el stock por ubicacion, igual que
      * ACTUALIZAR-UBICACION en UD11E4.
       ACTUALIZAR-UBICACION.
           MOVE MOVCOD TO SUPRO.
           MOVE MOVUBI TO SUUBI.
           MOVE 'S' TO SUB-EXISTE.
           READ FSUB RECORD KEY IS SUCLAVE INVALID KEY
                                 MOVE 'N' TO SUB-EXISTE.
           IF SUB-EXISTE = 'S' THEN
              ADD MOVCANT TO SUQTY
              REWRITE REGSUB.
           IF SUB-EXISTE = 'N' AND MOVUBI = '01' THEN
              MOVE PROQTY TO SUQTY
              WRITE REGSUB.
           IF SUB-EXISTE = 'N' AND MOVUBI NOT = '01' THEN
              MOVE MOVCANT TO SUQTY
              WRITE REGSUB.
           IF FS-FSUB NOT = '00' THEN
              MOVE 'E' TO ENT-OK.
      *
      * La salida con lote devuelve la cantidad a su lote, si el
      * lote sigue dado de alta.
       REPONER-LOTE.
           IF TS-LOT(SALIDX) NOT = SPACES
                AND (FS-FLOT = '00' OR FS-FLOT = '23') THEN
              PERFORM LEER-LOTE
              IF EXISTE = SPACES THEN
                 ADD TS-CAN(SALIDX) TO LOTQTY
                 REWRITE REGLOT.
      *
       LEER-LOTE.
           MOVE PROCOD         TO LOTPRO.
           MOVE TS-LOT(SALIDX) TO LOTNUM.
           MOVE SPACES TO EXISTE.
           READ FLOT RECORD KEY IS LOTCLAVE INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
      * Los envases retornables que no llegaron al cliente salen
      * de su saldo (sin bajar de cero).
       RESTAR-ENVASES.
           IF PROENVC NOT = SPACES
                AND (FS-FENV = '00' OR FS-FENV = '23') THEN
              PERFORM LEER-ENVASE
              IF ENV-EXISTE = SPACES THEN
                 PERFORM DESCONTAR-ENVASES.
      *
       LEER-ENVASE.
           MOVE PEDCLI  TO ENVCLI.
           MOVE PROENVC TO ENVENV.
           MOVE SPACES TO ENV-EXISTE.
           READ FENV RECORD KEY IS ENVCLAVE INVALID KEY
                                 MOVE 'N' TO ENV-EXISTE.
      *
       DESCONTAR-ENVASES.
           IF ENVSAL > TS-CAN(SALIDX) THEN
              SUBTRACT TS-CAN(SALIDX) FROM ENVSAL
            ELSE
              MOVE ZEROS TO ENVSAL.
           MOVE AA1 TO ENVAA.
           MOVE MM1 TO ENVMM.
           MOVE DD1 TO ENVDD.
           REWRITE REGENV.
      *
      * ************************************************
      * El pedido vuelve a captado: sus lineas (salvo las de kit,
      * que no reservan) vuelven a reservar stock, como en la
      * entrada de pedidos UD11E1
      * ************************************************
       RESTAURAR-RESERVAS.
           MOVE SPACE TO FINLEC.
           MOVE ENT-PED TO LINPED.
           MOVE ZEROS   TO LINNUM.
           START FLIN KEY IS NOT LESS LINCLAVE INVALID KEY
                                      MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              PERFORM LEER-SIGUIENTE-LINEA.
           PERFORM RESERVAR-LINEA UNTIL FINLEC = 'S'.
      *
       RESERVAR-LINEA.
           PERFORM COMPROBAR-KIT.
           MOVE LINPRO TO PROCOD.
           MOVE SPACES TO EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = SPACES AND ES-KIT NOT = 'S' THEN
              ADD LINCAN TO PRORES
              REWRITE REGPRO
              IF FS-FPROD = '00' THEN
                 MOVE 'PRODUCTO' TO JRN-FICHERO
                 MOVE 'REWRIT' TO JRN-OPER
                 MOVE REGPRO TO JRN-IMAGEN
                 CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER,
                      JRN-IMAGEN
               ELSE
                 MOVE 'E' TO ENT-OK.
           PERFORM LEER-SIGUIENTE-LINEA.
      *
       LEER-SIGUIENTE-LINEA.
           READ FLIN NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' AND LINPED NOT = ENT-PED THEN
              MOVE 'S' TO FINLEC.
      *
      * Es kit el producto con componentes en KITCOMP.DAT.
       COMPROBAR-KIT.
           MOVE 'N' TO ES-KIT.
           IF FS-FKIT = '00' OR FS-FKIT = '23' THEN
              MOVE LINPRO TO KITPRO
              MOVE 01     TO KITLIN
              MOVE 'S' TO ES-KIT
              READ FKIT RECORD KEY IS KITCLAVE INVALID KEY
                                    MOVE 'N' TO ES-KIT.
      *
      * ************************************************
      * Borra los pendientes del pedido en BACKORD.DAT: al
      * volver a expedirlo, UD11E4 anotara los que resulten. Los
      * de entrega directa se quedan: ese genero no iba en la
      * furgoneta, lo sirve (o lo sirvio) el proveedor
      * ************************************************
       BORRAR-PENDIENTES.
           IF FS-FBO = '00' OR FS-FBO = '23' THEN
              PERFORM POSICIONAR-PENDIENTE
              IF FINBO NOT = 'S' THEN
                 PERFORM LEER-SIGUIENTE-PENDIENTE
                 PERFORM BORRAR-PENDIENTE UNTIL FINBO = 'S'.
      *
       POSICIONAR-PENDIENTE.
           MOVE SPACE TO FINBO.
           MOVE ENT-PED TO BOPED.
           MOVE ZEROS   TO BOLIN.
           START FBO KEY IS NOT LESS BOCLAVE INVALID KEY
                                    MOVE 'S' TO FINBO.
      *
       BORRAR-PENDIENTE.
           MOVE BOPRO TO PROCOD.
           MOVE SPACES TO EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' OR NOT PRO-DIRECTO THEN
              DELETE FBO RECORD.
           PERFORM LEER-SIGUIENTE-PENDIENTE.
      *
       LEER-SIGUIENTE-PENDIENTE.
           READ FBO NEXT RECORD AT END MOVE 'S' TO FINBO.
           IF FINBO NOT = 'S' AND BOPED NOT = ENT-PED THEN
              MOVE 'S' TO FINBO.
      *
      * ************************************************
      * Abre la incidencia de no entrega con el motivo, numerada
      * desde INCIDEN.CTR igual que en UD21E6
      * ************************************************
       ABRIR-INCIDENCIA.
           OPEN I-O FINC.
           IF FS-FINC = '35' THEN
              OPEN OUTPUT FINC
              CLOSE FINC
              OPEN I-O FINC.
           OPEN I-O FCTR.
           IF FS-FCTR = '35' THEN
              OPEN OUTPUT FCTR
              MOVE 'I' TO CTRID
              MOVE ZEROS TO CTRVAL
              WRITE REGCTR
              CLOSE FCTR
              OPEN I-O FCTR.
           IF FS-FINC = '00' AND FS-FCTR = '00' THEN
              PERFORM GRABAR-INCIDENCIA
            ELSE
              MOVE 'E' TO ENT-OK.
           IF FS-FINC NOT = '35' THEN
              CLOSE FINC.
           IF FS-FCTR NOT = '35' THEN
              CLOSE FCTR.
      *
       GRABAR-INCIDENCIA.
           MOVE 'I' TO CTRID.
           READ FCTR WITH LOCK KEY IS CTRID INVALID KEY
                                 MOVE 'E' TO ENT-OK.
           ADD 1 TO CTRVAL.
           MOVE CTRVAL TO NEXTINC.
           REWRITE REGCTR.
           UNLOCK FCTR.
      *
           MOVE NEXTINC  TO INCNUM.
           MOVE ENT-PED  TO INCPED.
           SET INC-NO-ENTREGADO TO TRUE.
           MOVE ENT-FIR  TO INCDES.
           MOVE ENT-USU  TO INCOPE.
           SET INC-ABIERTA TO TRUE.
           MOVE AA1 TO IAPAA.
           MOVE MM1 TO IAPMM.
           MOVE DD1 TO IAPDD.
           MOVE ZEROS TO INCFCI.
           WRITE REGINC.
           IF FS-FINC NOT = '00' THEN
              MOVE 'E' TO ENT-OK
            ELSE
              PERFORM AVISAR-INCIDENCIA.
      *
      * La incidencia abre la tarea de atenderla para quien la
      * tiene asignada (rutina comun TAREA); UD21E6 la cierra con
      * la incidencia.
       AVISAR-INCIDENCIA.
           MOVE 'A'        TO TAN-OPER.
           MOVE 'INCIDE'   TO TAN-TIPO.
           MOVE INCNUM     TO TAN-REF.
           MOVE SPACES     TO TAN-DES.
           STRING 'Incidencia ' INCTIP ' del pedido ' INCPED ': '
                  INCDES DELIMITED BY SIZE INTO TAN-DES.
           MOVE 2          TO TAN-PRI.
           MOVE 2          TO TAN-DIAS.
           MOVE INCOPE     TO TAN-ASG.
           MOVE 'O'        TO TAN-ROL.
           MOVE 'ENTREGA'  TO TAN-USU.
           CALL 'TAREA' USING TAREA-ARG.
      *
      * ************************************************
      * Justo antes de grabar un documento: si el mes ya se
      * exporto a la gestoria (UD17E11) queda anotado en
      * TARDIOS.DAT como apunte fuera de plazo
      * ************************************************
       ANOTAR-PERIODO.
           MOVE 'A'       TO PRA-MOD.
           ACCEPT PRA-FEC FROM DATE YYYYMMDD.
           MOVE 'ENTREGA' TO PRA-PRG.
           CALL 'PERIODO' USING PERIODO-ARG.
