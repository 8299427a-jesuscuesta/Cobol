123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD13E22.
       REMARKS. UNIDAD 13 EJERCICIO 22.
      *
      * Ejecutor de la cola de informes (COLAINF.DAT, trazado
      * REGSOL): atiende las peticiones que los operadores han
      * dejado desde el menu con UD16E14 en vez de bloquear su
      * terminal con un listado pesado. El planificador lo lanza
      * cada poco durante el dia y la cadena nocturna UD13E18 lo
      * llama todas las noches para vaciar lo que quede.
      *
      * Las peticiones pendientes se atienden por prioridad (1
      * urgente, 2 normal, 3 baja) y, dentro de cada una, por
      * numero de peticion. Cada una se marca en curso, se lanza el
      * informe con CALL en modo diferido (INF-MODO 'D', con el
      * parametro de la peticion) y, si devuelve RETURN-CODE cero,
      * su listado se recoge en el spool SPOOLSTO.DAT con la misma
      * rotacion de tres generaciones que hace UD16E6 y con el
      * operador que lo pidio en la ficha. La peticion queda
      * terminada o fallida con la hora de fin, y el inicio y el fin
      * de cada una se anotan en BATCHLOG.DAT. Cada informe se saca
      * con la empresa del grupo de la peticion (SOLEMP), fijada
      * antes del CALL con la rutina comun EMPRESA; despues se
      * vuelve a la 01. Si la empresa esta de baja, la peticion
      * queda fallida sin lanzar el informe.
      *
      * Un informe fallido es asunto de quien lo pidio, que lo ve en
      * su lista de peticiones: no detiene la cadena. El programa
      * solo devuelve 8 si no puede abrir sus propios ficheros.
      * La pasada que atiende algo deja ademas sus totales de
      * control (peticiones atendidas, terminadas y fallidas, y
      * lineas recogidas) en CTLTOT.DAT con la rutina comun CTLTOT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * LOCK MODE MANUAL: la peticion se bloquea con READ ... WITH
      * LOCK solo mientras cambia de estado, para que dos ejecutores
      * a la vez (el del dia y el de la cadena) no la atiendan dos
      * veces ni se cruce con una anulacion en UD16E14.
            SELECT FSOL ASSIGN TO DISK 'COLAINF.DAT'
            RECORD KEY IS SOLNUM
            ALTERNATE RECORD KEY IS SOLUSU WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            LOCK MODE IS MANUAL WITH LOCK ON RECORD
            FILE STATUS IS FS-FSOL.
      *
            SELECT FSTO ASSIGN TO DISK 'SPOOLSTO.DAT'
            RECORD KEY IS SPKEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FSTO.
      *
      * Los listados de los informes que admiten la cola, tal y
      * como los dejan sus programas.
            SELECT FEDA ASSIGN TO DISK 'EDADES.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FEDA.
      *
            SELECT FVEN ASSIGN TO DISK 'VENTAS.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FVEN.
      *
            SELECT F347 ASSIGN TO DISK 'M347.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-F347.
      *
      * Diario de ejecuciones de los procesos nocturnos.
            SELECT FLOG ASSIGN TO DISK 'BATCHLOG.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-FLOG.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FSOL LABEL RECORD IS STANDARD.
           COPY REGSOL.
      *
       FD FSTO LABEL RECORD IS STANDARD.
           COPY REGSTO.
      *
       FD FEDA LABEL RECORD IS STANDARD.
       01 REGEDA      PIC X(80).
      *
       FD FVEN LABEL RECORD IS STANDARD.
       01 REGVEN-L    PIC X(80).
      *
       FD F347 LABEL RECORD IS STANDARD.
       01 REG347      PIC X(80).
      *
       FD FLOG LABEL RECORD IS STANDARD.
           01 LIN-LOG PIC X(80).

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 FINLEC     PIC X.
       77 FINCOL     PIC X.
      *
      * Pasada de prioridad en curso y peticiones atendidas.
       77 PRI-ACT    PIC 9.
       77 NUM-ATE    PIC 9(5).
       77 NUMREG     PIC 9(5).
      *
      * Peticion que se esta atendiendo.
       77 NUM-ACT    PIC 9(6).
       77 PRG-ACT    PIC X(8).
       77 USU-ACT    PIC X(8).
       77 RC-ACT     PIC 9(3).
       77 VIGENTE    PIC X.
      *
      * Argumento de los informes en diferido.
           COPY INFDIF.
      *
      * Empresa del grupo de la peticion (rutina comun EMPRESA).
           COPY EMPRESA.
       77 EMP-ACT    PIC 99.
      *
      * Trabajo de la captura y la rotacion en el spool.
       77 NOM-ACT    PIC X(12).
       77 GEN-E      PIC 9.
       77 LINEA-ACT  PIC 9(5).
       77 NUMCAP     PIC 9(5).
       77 HAY-FUENTE PIC X.
      *
      * Totales de control para la rutina comun CTLTOT: peticiones
      * terminadas y fallidas y lineas recogidas en el spool.
       77 NUMOK       PIC 9(7).
       77 NUMFAL      PIC 9(7).
       77 SUMCAP      PIC S9(11)V99.
           COPY CTLTOT.
      *
      * Ficha (linea 0) de una generacion, montada sobre SPTXT:
      * el mismo trazado que usa el gestor de spool UD16E6.
       01 FICHA-GEN.
           02 FIC-FEC  PIC X(10).
           02 FILLER   PIC X(1).
           02 FIC-HOR  PIC X(8).
           02 FILLER   PIC X(1).
           02 FIC-NUM  PIC 9(5).
           02 FILLER   PIC X(1).
           02 FIC-USU  PIC X(8).
           02 FILLER   PIC X(46).
      *
       77 FS-FSOL    PIC XX.
       77 FS-FSTO    PIC XX.
       77 FS-FEDA    PIC XX.
       77 FS-FVEN    PIC XX.
       77 FS-F347    PIC XX.
       77 FS-FLOG    PIC XX.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
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
       01 HR2.
           02 HH2     PIC 99.
           02 GH1     PIC X   VALUE ':'.
           02 NN2     PIC 99.
           02 GH2     PIC X   VALUE ':'.
           02 SS2     PIC 99.
      *
      * Linea del diario de ejecuciones: una por inicio y otra por
      * fin de cada peticion, mas el resumen de la pasada.
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
           02 FILLER   PIC X(9)  VALUE 'Informe: '.
           02 LOG-PRG  PIC X(8).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 LOG-NUM  PIC 9(6).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 LOG-USU  PIC X(8).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 LOG-TXT  PIC X(15).
           02 LOG-REG  PIC ZZZZ9.
           02 FILLER   PIC X(4)  VALUE SPACES.
123456*
       PROCEDURE DIVISION.
       COMIENZO.
           MOVE 0 TO RETURN-CODE.
           PERFORM INICIO.
           PERFORM PROCESO.
           PERFORM FIN.
      *
      * GOBACK en vez de parar la ejecucion: se lanza tambien desde
      * la cadena nocturna UD13E18 con CALL.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
      *
      * ************************************************
      * Inicio
      * ************************************************
        INICIO.
      * Contadores a cero aqui y no solo por VALUE: el programa
      * puede entrar varias veces por CALL.
           MOVE 0 TO NUM-ATE.
           MOVE 0 TO NUMOK.
           MOVE 0 TO NUMFAL.
           MOVE 0 TO SUMCAP.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
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
      * COLAINF.DAT no existe hasta la primera peticion (estado
      * '35'): no hay nada que atender.
           OPEN I-O FSOL.
           IF FS-FSOL = '35' THEN
              CLOSE FLOG
              GOBACK.
           IF FS-FSOL NOT = '00' THEN
              PERFORM ERROR-FICHERO-FSOL
              CLOSE FLOG
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
      * SPOOLSTO.DAT todavia no existe la primera vez (estado
      * '35'); se crea vacio, como en UD16E6.
           OPEN I-O FSTO.
           IF FS-FSTO = '35' THEN
              OPEN OUTPUT FSTO
              CLOSE FSTO
              OPEN I-O FSTO.
           IF FS-FSTO NOT = '00' THEN
              PERFORM ERROR-FICHERO-FSTO
              CLOSE FSOL FLOG
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
      * ************************************************
      * Proceso del programa: una pasada por prioridad
      * ************************************************
        PROCESO.
           PERFORM PASADA-PRIORIDAD
              VARYING PRI-ACT FROM 1 BY 1 UNTIL PRI-ACT > 3.
      *
      * La pasada que no encuentra nada no deja rastro: el
      * planificador la lanza muchas veces al dia.
           IF NUM-ATE > 0 THEN
              MOVE 'COLA    ' TO LOG-PRG
              MOVE ZEROS      TO LOG-NUM
              MOVE SPACES     TO LOG-USU
              MOVE 'ATENDIDAS:     ' TO LOG-TXT
              MOVE NUM-ATE    TO NUMREG
              PERFORM GRABAR-LOG
              PERFORM GRABAR-TOTALES.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FSOL FSTO FLOG.
      *
      * ************************************************
      * Recorre la cola por numero y atiende las pendientes de la
      * prioridad PRI-ACT
      * ************************************************
       PASADA-PRIORIDAD.
           MOVE SPACE TO FINCOL.
           MOVE ZEROS TO SOLNUM.
           START FSOL KEY IS NOT LESS SOLNUM INVALID KEY
                                      MOVE 'S' TO FINCOL.
           PERFORM LEER-COLA.
           PERFORM REVISAR-PETICION UNTIL FINCOL = 'S'.
      *
       REVISAR-PETICION.
           IF SOL-PENDIENTE AND SOLPRI = PRI-ACT THEN
              PERFORM ATENDER-PETICION
      * El informe y la captura han movido el fichero: se vuelve a
      * colocar detras de la peticion atendida.
              MOVE NUM-ACT TO SOLNUM
              START FSOL KEY IS GREATER SOLNUM INVALID KEY
                                         MOVE 'S' TO FINCOL.
           PERFORM LEER-COLA.
      *
       LEER-COLA.
           IF FINCOL NOT = 'S' THEN
              READ FSOL NEXT RECORD AT END MOVE 'S' TO FINCOL.
      *
      * ************************************************
      * Atiende una peticion: en curso, informe, spool y resultado
      * ************************************************
       ATENDER-PETICION.
           MOVE SOLNUM TO NUM-ACT.
           PERFORM MARCAR-EN-CURSO.
           IF VIGENTE = 'S' THEN
              PERFORM EJECUTAR-PETICION.
      *
       EJECUTAR-PETICION.
           ADD 1 TO NUM-ATE.
           PERFORM ANOTAR-INICIO.
           PERFORM LANZAR-INFORME.
           IF RC-ACT = 0 THEN
              PERFORM RECOGER-LISTADO.
           PERFORM MARCAR-FIN.
           PERFORM ANOTAR-FIN.
      *
      * Se relee bloqueada: si otro ejecutor ya la tiene, o el
      * operador la acaba de anular, no se toca.
       MARCAR-EN-CURSO.
           MOVE 'N' TO VIGENTE.
           MOVE NUM-ACT TO SOLNUM.
           READ FSOL WITH LOCK KEY IS SOLNUM INVALID KEY
                                 MOVE '23' TO FS-FSOL.
           IF FS-FSOL = '00' THEN
              PERFORM TOMAR-PETICION
              UNLOCK FSOL.
      *
       TOMAR-PETICION.
           IF SOL-PENDIENTE THEN
              SET SOL-EN-CURSO TO TRUE
              REWRITE REGSOL
              IF FS-FSOL = '00' THEN
                 MOVE 'S' TO VIGENTE
                 MOVE SOLPRG TO PRG-ACT
                 MOVE SOLUSU TO USU-ACT
                 MOVE SOLEMP TO EMP-ACT
                 MOVE 'D'    TO INF-MODO
                 MOVE SOLPAR TO INF-PARAM
               ELSE
                 PERFORM ERROR-FICHERO-FSOL.
      *
      * El informe se lanza como desde el menu, pero sin pantalla;
      * su nombre en el spool es el de su listado.
       LANZAR-INFORME.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO NOM-ACT.
           IF EMP-ACT = 0 THEN
              MOVE 1 TO EMP-ACT.
           MOVE 'F'     TO EMA-OPE.
           MOVE EMP-ACT TO EMA-COD.
           CALL 'EMPRESA' USING EMPRESA-ARG.
           IF EMA-OK = 'S' THEN
              PERFORM LLAMAR-INFORME.
      *
      * Un programa que no admite la cola, o una empresa dada de
      * baja, no se lanza.
           IF NOM-ACT = SPACES THEN
              MOVE 16 TO RC-ACT
            ELSE
              MOVE RETURN-CODE TO RC-ACT.
           MOVE 0 TO RETURN-CODE.
      *
           MOVE 'F' TO EMA-OPE.
           MOVE 1   TO EMA-COD.
           CALL 'EMPRESA' USING EMPRESA-ARG.
      *
       LLAMAR-INFORME.
           IF PRG-ACT = 'UD12E3  ' THEN
              MOVE 'EDADES      ' TO NOM-ACT
              CALL 'UD12E3'.
           IF PRG-ACT = 'UD13E9  ' THEN
              MOVE 'VENTAS      ' TO NOM-ACT
              CALL 'UD13E9' USING INF-ARG.
           IF PRG-ACT = 'UD17E12 ' THEN
              MOVE 'M347        ' TO NOM-ACT
              CALL 'UD17E12' USING INF-ARG.
      *
      * Deja el resultado en la peticion, otra vez bloqueada.
       MARCAR-FIN.
           ACCEPT HR1 FROM TIME.
           MOVE NUM-ACT TO SOLNUM.
           READ FSOL WITH LOCK KEY IS SOLNUM INVALID KEY
                                 MOVE '23' TO FS-FSOL.
           IF FS-FSOL NOT = '00' THEN
              PERFORM ERROR-FICHERO-FSOL
            ELSE
              PERFORM GRABAR-RESULTADO
              UNLOCK FSOL.
      *
       GRABAR-RESULTADO.
           IF RC-ACT = 0 THEN
              SET SOL-TERMINADA TO TRUE
              MOVE NOM-ACT TO SOLLIS
              MOVE NUMCAP  TO SOLLIN
            ELSE
              SET SOL-FALLIDA TO TRUE
              MOVE SPACES  TO SOLLIS
              MOVE ZEROS   TO SOLLIN.
           MOVE RC-ACT TO SOLRC.
           MOVE AA1 TO SFIAA.
           MOVE MM1 TO SFIMM.
           MOVE DD1 TO SFIDD.
           MOVE HH1 TO SFIHH.
           MOVE NN1 TO SFINN.
           REWRITE REGSOL.
           IF FS-FSOL NOT = '00' THEN
              PERFORM ERROR-FICHERO-FSOL.
      *
      * ************************************************
      * Recoge el listado del informe en el spool: rota sus
      * generaciones y lo captura como generacion 1
      * ************************************************
       RECOGER-LISTADO.
           ACCEPT HR1 FROM TIME.
           MOVE HH1 TO HH2.
           MOVE NN1 TO NN2.
           MOVE SS1 TO SS2.
           PERFORM ROTAR-GENERACIONES.
      *
           MOVE 0 TO NUMCAP.
           MOVE 'S' TO HAY-FUENTE.
           IF NOM-ACT = 'EDADES      ' THEN PERFORM CAPTURAR-EDADES.
           IF NOM-ACT = 'VENTAS      ' THEN PERFORM CAPTURAR-VENTAS.
           IF NOM-ACT = 'M347        ' THEN PERFORM CAPTURAR-M347.
      *
      * Sin listado que recoger el informe no ha hecho su trabajo.
           IF HAY-FUENTE = 'S' THEN
              PERFORM GRABAR-FICHA
            ELSE
              MOVE 12 TO RC-ACT.
      *
      * La generacion 3 se borra, la 2 pasa a 3 y la 1 a 2.
       ROTAR-GENERACIONES.
           MOVE 3 TO GEN-E.
           PERFORM BORRAR-GENERACION.
           MOVE 2 TO GEN-E.
           PERFORM RENUMERAR-GENERACION.
           MOVE 1 TO GEN-E.
           PERFORM RENUMERAR-GENERACION.
      *
      * Borra todas las lineas de la generacion GEN-E de NOM-ACT.
       BORRAR-GENERACION.
           MOVE SPACE TO FINLEC.
           MOVE NOM-ACT TO SPNOM.
           MOVE GEN-E   TO SPGEN.
           MOVE ZEROS   TO SPLIN.
           START FSTO KEY IS NOT LESS SPKEY INVALID KEY
                                      MOVE 'S' TO FINLEC.
           PERFORM LEER-GENERACION.
           PERFORM BORRAR-LINEA-GEN UNTIL FINLEC = 'S'.
      *
       BORRAR-LINEA-GEN.
           DELETE FSTO.
           IF FS-FSTO NOT = '00' THEN
              PERFORM ERROR-FICHERO-FSTO.
           PERFORM LEER-GENERACION.
      *
      * Pasa la generacion GEN-E de NOM-ACT a la GEN-E + 1: cada
      * linea se reescribe con la clave nueva y se borra la vieja.
       RENUMERAR-GENERACION.
           MOVE SPACE TO FINLEC.
           MOVE NOM-ACT TO SPNOM.
           MOVE GEN-E   TO SPGEN.
           MOVE ZEROS   TO SPLIN.
           START FSTO KEY IS NOT LESS SPKEY INVALID KEY
                                      MOVE 'S' TO FINLEC.
           PERFORM LEER-GENERACION.
           PERFORM RENUMERAR-LINEA UNTIL FINLEC = 'S'.
      *
       RENUMERAR-LINEA.
           MOVE SPLIN TO LINEA-ACT.
           DELETE FSTO.
           IF FS-FSTO NOT = '00' THEN
              PERFORM ERROR-FICHERO-FSTO.
      *
           MOVE NOM-ACT TO SPNOM.
           COMPUTE SPGEN = GEN-E + 1.
           MOVE LINEA-ACT TO SPLIN.
           WRITE REGSTO.
           IF FS-FSTO NOT = '00' THEN
              PERFORM ERROR-FICHERO-FSTO.
      *
      * Se recoloca en la generacion vieja para seguir leyendo.
           MOVE NOM-ACT TO SPNOM.
           MOVE GEN-E   TO SPGEN.
           COMPUTE SPLIN = LINEA-ACT + 1.
           START FSTO KEY IS NOT LESS SPKEY INVALID KEY
                                      MOVE 'S' TO FINLEC.
           PERFORM LEER-GENERACION.
      *
      * Lee la siguiente linea; se acaba al cambiar de listado o de
      * generacion.
       LEER-GENERACION.
           IF FINLEC NOT = 'S' THEN
              READ FSTO NEXT RECORD AT END MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              IF SPNOM NOT = NOM-ACT OR SPGEN NOT = GEN-E THEN
                 MOVE 'S' TO FINLEC.
      *
      * La ficha lleva ademas el operador que pidio el informe.
       GRABAR-FICHA.
           MOVE NOM-ACT TO SPNOM.
           MOVE 1 TO SPGEN.
           MOVE ZEROS TO SPLIN.
           MOVE SPACES TO FICHA-GEN.
           MOVE FF2 TO FIC-FEC.
           MOVE HR2 TO FIC-HOR.
           MOVE NUMCAP TO FIC-NUM.
           MOVE USU-ACT TO FIC-USU.
           MOVE FICHA-GEN TO SPTXT.
           WRITE REGSTO.
           IF FS-FSTO NOT = '00' THEN
              PERFORM ERROR-FICHERO-FSTO.
      *
      * Graba una linea capturada como generacion 1.
       GRABAR-LINEA-CAPTURA.
           ADD 1 TO NUMCAP.
           MOVE NOM-ACT TO SPNOM.
           MOVE 1 TO SPGEN.
           MOVE NUMCAP TO SPLIN.
           WRITE REGSTO.
           IF FS-FSTO NOT = '00' THEN
              PERFORM ERROR-FICHERO-FSTO.
      *
      * Una pareja de parrafos por fuente: los FD son distintos.
       CAPTURAR-EDADES.
           OPEN INPUT FEDA.
           IF FS-FEDA NOT = '00' THEN
              MOVE 'N' TO HAY-FUENTE
            ELSE
              MOVE SPACE TO FINLEC
              PERFORM LEER-EDADES
              PERFORM COPIAR-EDADES UNTIL FINLEC = 'S'
              CLOSE FEDA.
       COPIAR-EDADES.
           MOVE REGEDA TO SPTXT.
           PERFORM GRABAR-LINEA-CAPTURA.
           PERFORM LEER-EDADES.
       LEER-EDADES.
           READ FEDA AT END MOVE 'S' TO FINLEC.
      *
       CAPTURAR-VENTAS.
           OPEN INPUT FVEN.
           IF FS-FVEN NOT = '00' THEN
              MOVE 'N' TO HAY-FUENTE
            ELSE
              MOVE SPACE TO FINLEC
              PERFORM LEER-VENTAS
              PERFORM COPIAR-VENTAS UNTIL FINLEC = 'S'
              CLOSE FVEN.
       COPIAR-VENTAS.
           MOVE REGVEN-L TO SPTXT.
           PERFORM GRABAR-LINEA-CAPTURA.
           PERFORM LEER-VENTAS.
       LEER-VENTAS.
           READ FVEN AT END MOVE 'S' TO FINLEC.
      *
       CAPTURAR-M347.
           OPEN INPUT F347.
           IF FS-F347 NOT = '00' THEN
              MOVE 'N' TO HAY-FUENTE
            ELSE
              MOVE SPACE TO FINLEC
              PERFORM LEER-M347
              PERFORM COPIAR-M347 UNTIL FINLEC = 'S'
              CLOSE F347.
       COPIAR-M347.
           MOVE REG347 TO SPTXT.
           PERFORM GRABAR-LINEA-CAPTURA.
           PERFORM LEER-M347.
       LEER-M347.
           READ F347 AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Anotaciones de la peticion en BATCHLOG.DAT
      * ************************************************
       ANOTAR-INICIO.
           MOVE PRG-ACT TO LOG-PRG.
           MOVE NUM-ACT TO LOG-NUM.
           MOVE USU-ACT TO LOG-USU.
           MOVE 'INICIO         ' TO LOG-TXT.
           MOVE 0 TO NUMREG.
           PERFORM GRABAR-LOG.
      *
       ANOTAR-FIN.
           MOVE PRG-ACT TO LOG-PRG.
           MOVE NUM-ACT TO LOG-NUM.
           MOVE USU-ACT TO LOG-USU.
           IF RC-ACT = 0 THEN
              MOVE 'FIN OK. Lineas:' TO LOG-TXT
              MOVE NUMCAP TO NUMREG
              ADD 1 TO NUMOK
              ADD NUMCAP TO SUMCAP
            ELSE
              MOVE 'FIN CON ERROR  ' TO LOG-TXT
              MOVE RC-ACT TO NUMREG
              ADD 1 TO NUMFAL.
           PERFORM GRABAR-LOG.
      *
      * Anota una linea en BATCHLOG.DAT con la hora actual.
       GRABAR-LOG.
           ACCEPT HR1 FROM TIME.
           MOVE HH1 TO HH2.
           MOVE NN1 TO NN2.
           MOVE SS1 TO SS2.
      *
           MOVE FF2  TO LOG-FEC.
           MOVE HH2  TO LOG-HH.
           MOVE NN2  TO LOG-NN.
           MOVE SS2  TO LOG-SS.
           MOVE NUMREG    TO LOG-REG.
           MOVE LINEA-LOG TO LIN-LOG.
           WRITE LIN-LOG.
           IF FS-FLOG NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLOG.
      *
      * ************************************************
      * Deja los totales de control en CTLTOT.DAT
      * ************************************************
       GRABAR-TOTALES.
           MOVE 'UD13E22 ' TO CTA-PRG.
           MOVE NUM-ATE    TO CTA-LEI.
           MOVE NUMOK      TO CTA-ESC.
           MOVE NUMFAL     TO CTA-REC.
           MOVE SUMCAP     TO CTA-IMP.
           MOVE 0          TO CTA-AUX.
           MOVE 0          TO CTA-DSD.
           MOVE 0          TO CTA-HST.
           CALL 'CTLTOT' USING CTLTOT-ARG.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FSOL.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FSOL   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FSTO.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FSTO   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLOG.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLOG   LINE 23 POSITION 40 REVERSE.
