123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD16E14.
       REMARKS. UNIDAD 16 EJERCICIO 14.
      *
      * Cola de informes (COLAINF.DAT, trazado REGSOL): los
      * listados pesados (antiguedad de saldos UD12E3, ventas
      * mensuales UD13E9, modelo 347 UD17E12) bloqueaban el
      * terminal muchos minutos a fin de mes. Desde el menu general
      * UD05E1 el operador puede dejarlos aqui en vez de lanzarlos:
      * si llega el programa, se pide su parametro (el mes o el
      * ano, como lo pediria el propio informe) y la prioridad, y
      * se graba la peticion numerada desde COLAINF.CTR. Las
      * atiende el ejecutor de la cola UD13E22, que deja el
      * listado en el spool (UD16E6) a nombre de quien lo pidio.
      *
      * Despues, y tambien si se entra sin programa (opcion de
      * 'Mis informes en cola'), se listan las peticiones del
      * operador: las pendientes y en curso siempre, las demas si
      * son de la ultima semana, con su estado. Una peticion
      * pendiente se puede anular; la que ya esta en curso no. No
      * se admite una segunda peticion pendiente del mismo informe
      * con el mismo parametro y la misma empresa. La peticion
      * queda a nombre de la empresa del grupo con la que se esta
      * trabajando (rutina comun EMPRESA), y el informe se saca con
      * esa empresa aunque el ejecutor lo atienda despues.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * LOCK MODE MANUAL: la peticion se bloquea con READ ... WITH
      * LOCK solo mientras se anula, igual que en el ejecutor.
            SELECT FSOL ASSIGN TO DISK 'COLAINF.DAT'
            RECORD KEY IS SOLNUM
            ALTERNATE RECORD KEY IS SOLUSU WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            LOCK MODE IS MANUAL WITH LOCK ON RECORD
            FILE STATUS IS FS-FSOL.
      *
      * Contador de peticiones (un unico registro, clave fija),
      * gemelo de TAREAS.CTR.
            SELECT FCTR ASSIGN TO DISK 'COLAINF.CTR'
            RECORD KEY IS CTRID
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            LOCK MODE IS MANUAL WITH LOCK ON RECORD
            FILE STATUS IS FS-FCTR.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FSOL LABEL RECORD IS STANDARD.
           COPY REGSOL.
      *
       FD FCTR LABEL RECORD IS STANDARD.
       01 REGCTR.
          02 CTRID    PIC X.
          02 CTRVAL   PIC 9(6).

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 GUION      PIC X(78) VALUE ALL '-'.
       77 MENSAJE    PIC X(78) VALUE ' MENSAJES:'.
       77 CONTINUA   PIC X.
       77 EXISTE     PIC X.
       77 FINLEC     PIC X.
       77 REPETIDA   PIC X.
      *
      * Empresa de trabajo (rutina comun EMPRESA), la de la
      * peticion nueva, y la de cada peticion ya en cola.
           COPY EMPRESA.
       77 EMP-TRA    PIC 99.
       77 EMP-SOL    PIC 99.
      *
      * Datos de la peticion nueva.
       77 MES-E      PIC 9(6).
       77 ANO-E      PIC 9999.
       77 PRI-E      PIC 9.
       77 CONFIRMA   PIC X.
       77 PAR-NUEVO  PIC X(20).
       77 TXT-PRG    PIC X(30).
       01 MES-SEL.
           02 SEL-MM  PIC 99.
           02 SEL-AA  PIC 9999.
      *
      * Peticion elegida para anular.
       77 NUM-E      PIC 9(6).
      *
      * Lista de peticiones en pantalla: las cerradas solo si se
      * pidieron desde FECHA-DESDE (una semana atras).
       77 LIN-L      PIC 99.
       77 NUM-SOL    PIC 9(5).
       77 NUM-PEN    PIC 9(5).
       77 ZCNT       PIC ZZZZ9.
       77 FPE-N      PIC 9(8).
       77 FECHA-DESDE PIC 9(8).
       77 TXT-EST    PIC X(10).
      *
       77 MSGNUM     PIC X(60) VALUE
           'Peticion a anular (en blanco o cero para salir)'.
       77 MSGCNF     PIC X(60) VALUE
           'Confirme la peticion (S/N)'.
       77 MSGSPL     PIC X(60) VALUE
           'Las terminadas quedan en el spool: EDADES, VENTAS, M347'.
       77 ERROR-PRG  PIC X(50) VALUE
           'ERROR! Ese programa no se puede dejar en cola.'.
       77 ERROR-REP  PIC X(50) VALUE
           'Ya tiene ese informe pendiente en la cola.'.
       77 ERROR-N    PIC X(50) VALUE
           'ERROR! No tiene ninguna peticion con ese numero.'.
       77 ERROR-EST  PIC X(50) VALUE
           'Solo se puede anular una peticion pendiente.'.
       77 ERROR-BLQ  PIC X(50) VALUE
           'El ejecutor de la cola la esta atendiendo ahora.'.
       77 MSGANU     PIC X(50) VALUE 'PETICION ANULADA.'.
       77 MSGNO      PIC X(50) VALUE 'PETICION NO GRABADA.'.
       01 MSGALTA.
           02 FILLER  PIC X(9)  VALUE 'PETICION '.
           02 ALT-NUM PIC 9(6).
           02 FILLER  PIC X(35) VALUE ' EN COLA.'.
      *
       77 FS-FSOL    PIC XX.
       77 FS-FCTR    PIC XX.
       77 FS-ERR     PIC XX.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
      * Argumentos de la rutina comun FECHACAL ('RES').
       77 CAL-OPER    PIC X(3).
       77 CAL-FECHA1  PIC 9(8).
       77 CAL-FECHA2  PIC 9(8).
       77 CAL-DIAS    PIC S9(5).
       77 CAL-OK      PIC X.
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
      * Fecha y hora de peticion y de fin para la pantalla.
       01 FPED.
           02 FPD     PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 FPM     PIC 99.
           02 FILLER  PIC X   VALUE ' '.
           02 FPH     PIC 99.
           02 FILLER  PIC X   VALUE ':'.
           02 FPN     PIC 99.
       01 FTER.
           02 FTD     PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 FTM     PIC 99.
           02 FILLER  PIC X   VALUE ' '.
           02 FTH     PIC 99.
           02 FILLER  PIC X   VALUE ':'.
           02 FTN     PIC 99.
      *
       LINKAGE SECTION.
      * Operador de la sesion y, si viene de una opcion de informe
      * del menu general UD05E1, el programa que quiere dejar en
      * cola (en blanco, solo consulta sus peticiones).
       01 COL-OPERADOR PIC X(8).
       01 COL-PROGRAMA PIC X(8).
123456*
       PROCEDURE DIVISION USING COL-OPERADOR, COL-PROGRAMA.
       COMIENZO.
           PERFORM INICIO.
           IF FS-FSOL = '00' AND COL-PROGRAMA NOT = SPACES THEN
              PERFORM PEDIR-INFORME.
           IF FS-FSOL = '00' THEN
              MOVE 1 TO NUM-E
              PERFORM ATENDER UNTIL NUM-E = 0
              CLOSE FSOL.
      *
           EXIT PROGRAM.
      *
      * ************************************************
      * Inicio
      * ************************************************
        INICIO.
           ACCEPT FECHA FROM DATE YYYYMMDD.
           ACCEPT HR1   FROM TIME.
           MOVE FECHA TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
      *
           MOVE 'RES'  TO CAL-OPER.
           MOVE FECHA  TO CAL-FECHA1.
           MOVE 7      TO CAL-DIAS.
           CALL 'FECHACAL' USING CAL-OPER, CAL-FECHA1, CAL-FECHA2,
                                 CAL-DIAS, CAL-OK.
           MOVE CAL-FECHA2 TO FECHA-DESDE.
      *
           MOVE 'D' TO EMA-OPE.
           CALL 'EMPRESA' USING EMPRESA-ARG.
           MOVE EMA-COD TO EMP-TRA.
      *
      * COLAINF.DAT no existe hasta la primera peticion (estado
      * '35'); se crea vacio.
           OPEN I-O FSOL.
           IF FS-FSOL = '35' THEN
              OPEN OUTPUT FSOL
              CLOSE FSOL
              OPEN I-O FSOL.
           IF FS-FSOL NOT = '00' THEN
              MOVE FS-FSOL TO FS-ERR
              PERFORM ERROR-FICHERO.
      *
      * ************************************************
      * Mostrar Cabecera de pantalla
      * ************************************************
       PANTALLA.
           DISPLAY SPACES ERASE.
           DISPLAY 'Empresa distribuidora, S.A.'
                                  LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'Fecha:'       NO ADVANCING LINE  1 POSITION 63 HIGH.
           DISPLAY FF2.
           DISPLAY ' COLA DE INFORMES '
                                  LINE  3 POSITION 30 REVERSE HIGH.
           DISPLAY COL-OPERADOR   LINE  3 POSITION 71 HIGH.
      *
           DISPLAY GUION          LINE 22 POSITION 2 HIGH.
           DISPLAY MENSAJE        LINE 23 POSITION 2 REVERSE.
      *
      * ************************************************
      * Peticion nueva del informe que llega del menu
      * ************************************************
       PEDIR-INFORME.
           MOVE COL-PROGRAMA TO SOLPRG.
           MOVE SPACES TO TXT-PRG.
           IF SOL-EDADES THEN
              MOVE 'Antiguedad de saldos'      TO TXT-PRG.
           IF SOL-VENTAS THEN
              MOVE 'Ventas mensuales'          TO TXT-PRG.
           IF SOL-M347 THEN
              MOVE 'Modelo 347'                TO TXT-PRG.
      *
           PERFORM PANTALLA.
           IF TXT-PRG = SPACES THEN
              DISPLAY ERROR-PRG LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA   LINE 23 POSITION 79
            ELSE
              PERFORM DATOS-PETICION.
      *
       DATOS-PETICION.
           DISPLAY 'Informe...........:' LINE  6 POSITION  2 HIGH.
           DISPLAY COL-PROGRAMA           LINE  6 POSITION 22.
           DISPLAY TXT-PRG                LINE  6 POSITION 32.
      *
      * El parametro se pide como lo pediria el propio informe y
      * se resuelve ya: el mes o el ano por defecto son los de hoy,
      * no los del dia en que se atienda la peticion.
           MOVE SPACES TO PAR-NUEVO.
           IF SOL-VENTAS THEN
              PERFORM PEDIR-MES.
           IF SOL-M347 THEN
              PERFORM PEDIR-ANO.
      *
           DISPLAY 'Prioridad.........:' LINE 10 POSITION  2 HIGH.
           DISPLAY '(1 urgente, 2 normal, 3 baja)'
                                          LINE 10 POSITION 32.
           MOVE 2 TO PRI-E.
           ACCEPT PRI-E LINE 10 POSITION 22 NO BEEP UPDATE.
           IF PRI-E < 1 OR PRI-E > 3 THEN
              MOVE 2 TO PRI-E.
           DISPLAY PRI-E                  LINE 10 POSITION 22.
      *
           PERFORM BUSCAR-REPETIDA.
           IF REPETIDA = 'S' THEN
              DISPLAY ERROR-REP LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA   LINE 23 POSITION 79
            ELSE
              DISPLAY MSGCNF    LINE 23 POSITION 14 REVERSE
              MOVE SPACE TO CONFIRMA
              ACCEPT CONFIRMA   LINE 23 POSITION 79 NO BEEP
              IF CONFIRMA = 'S' OR CONFIRMA = 's' THEN
                 PERFORM ALTA-PETICION
               ELSE
                 DISPLAY MSGNO   LINE 23 POSITION 14 REVERSE
                 ACCEPT CONTINUA LINE 23 POSITION 79.
      *
       PEDIR-MES.
           DISPLAY 'Mes MMAAAA........:' LINE  8 POSITION  2 HIGH.
           DISPLAY '(cero = mes actual)'  LINE  8 POSITION 32.
           MOVE ZEROS TO MES-E.
           ACCEPT MES-E LINE  8 POSITION 22 NO BEEP.
           IF MES-E = ZEROS THEN
              MOVE MM1 TO SEL-MM
              MOVE AA1 TO SEL-AA
            ELSE
              MOVE MES-E TO MES-SEL.
           MOVE MES-SEL TO PAR-NUEVO.
      *
       PEDIR-ANO.
           DISPLAY 'Ano AAAA..........:' LINE  8 POSITION  2 HIGH.
           DISPLAY '(cero = anterior)'    LINE  8 POSITION 32.
           MOVE ZEROS TO ANO-E.
           ACCEPT ANO-E LINE  8 POSITION 22 NO BEEP.
           IF ANO-E = ZEROS THEN
              COMPUTE ANO-E = AA1 - 1.
           MOVE ANO-E TO PAR-NUEVO.
      *
      * Una peticion pendiente o en curso del mismo operador, mismo
      * informe, mismo parametro y misma empresa no se repite.
       BUSCAR-REPETIDA.
           MOVE 'N' TO REPETIDA.
           MOVE SPACE TO FINLEC.
           MOVE COL-OPERADOR TO SOLUSU.
           START FSOL KEY IS = SOLUSU INVALID KEY
                                 MOVE 'S' TO FINLEC.
           PERFORM LEER-PETICION.
           PERFORM COMPARAR-PETICION UNTIL FINLEC = 'S'.
      *
       COMPARAR-PETICION.
           IF SOLUSU NOT = COL-OPERADOR THEN
              MOVE 'S' TO FINLEC
            ELSE
              PERFORM MIRAR-PETICION
              PERFORM LEER-PETICION.
      *
       MIRAR-PETICION.
           MOVE SOLEMP TO EMP-SOL.
           IF EMP-SOL = 0 THEN
              MOVE 1 TO EMP-SOL.
           IF SOLPRG = COL-PROGRAMA AND SOLPAR = PAR-NUEVO
              AND EMP-SOL = EMP-TRA
              AND (SOL-PENDIENTE OR SOL-EN-CURSO) THEN
              MOVE 'S' TO REPETIDA
              MOVE 'S' TO FINLEC.
      *
       ALTA-PETICION.
           PERFORM NUMERAR-PETICION.
           IF FS-FCTR = '00' THEN
              PERFORM GRABAR-PETICION.
      *
      * COLAINF.CTR se crea con un unico registro en cero la
      * primera vez.
       NUMERAR-PETICION.
           OPEN I-O FCTR.
           IF FS-FCTR = '35' THEN
              OPEN OUTPUT FCTR
              MOVE 'I' TO CTRID
              MOVE ZEROS TO CTRVAL
              WRITE REGCTR
              CLOSE FCTR
              OPEN I-O FCTR.
           IF FS-FCTR NOT = '00' THEN
              MOVE FS-FCTR TO FS-ERR
              PERFORM ERROR-FICHERO
            ELSE
              PERFORM INCREMENTAR-CONTADOR
              CLOSE FCTR.
      *
       INCREMENTAR-CONTADOR.
           MOVE 'I' TO CTRID.
           READ FCTR WITH LOCK KEY IS CTRID INVALID KEY
                                 MOVE ZEROS TO CTRVAL.
           ADD 1 TO CTRVAL.
           REWRITE REGCTR.
           IF FS-FCTR NOT = '00' THEN
              MOVE FS-FCTR TO FS-ERR
              PERFORM ERROR-FICHERO.
           UNLOCK FCTR.
      *
       GRABAR-PETICION.
           MOVE CTRVAL       TO SOLNUM.
           MOVE COL-PROGRAMA TO SOLPRG.
           MOVE PAR-NUEVO    TO SOLPAR.
           MOVE COL-OPERADOR TO SOLUSU.
           MOVE PRI-E        TO SOLPRI.
           MOVE EMP-TRA      TO SOLEMP.
           SET SOL-PENDIENTE TO TRUE.
           MOVE AA1 TO SPEAA.
           MOVE MM1 TO SPEMM.
           MOVE DD1 TO SPEDD.
           MOVE HH1 TO SPEHH.
           MOVE NN1 TO SPENN.
           MOVE ZEROS  TO SOLFFI SOLHFI SOLRC SOLLIN.
           MOVE SPACES TO SOLLIS.
           WRITE REGSOL.
           IF FS-FSOL NOT = '00' THEN
              MOVE FS-FSOL TO FS-ERR
              PERFORM ERROR-FICHERO
            ELSE
              MOVE SOLNUM TO ALT-NUM
              DISPLAY MSGALTA LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA LINE 23 POSITION 79.
      *
      * ************************************************
      * Una vuelta: peticiones del operador y anulacion
      * ************************************************
       ATENDER.
           PERFORM PANTALLA.
           PERFORM LISTAR-PETICIONES.
           DISPLAY MSGNUM LINE 23 POSITION 14 REVERSE.
           DISPLAY 'Peticion:'    LINE 20 POSITION  2 HIGH.
           MOVE ZEROS TO NUM-E.
           ACCEPT NUM-E LINE 20 POSITION 12 NO BEEP.
           IF NUM-E NOT = 0 THEN
              PERFORM ANULAR.
      *
      * ************************************************
      * Lista las peticiones del operador (filas 6 a 17)
      * ************************************************
       LISTAR-PETICIONES.
           DISPLAY 'Num.   Informe  Param. P Pedida'
                                  LINE  5 POSITION  2 HIGH.
           DISPLAY 'Estado     Terminada   Lineas'
                                  LINE  5 POSITION 41 HIGH.
           MOVE 6 TO LIN-L.
           MOVE 0 TO NUM-SOL.
           MOVE 0 TO NUM-PEN.
           MOVE SPACE TO FINLEC.
           MOVE COL-OPERADOR TO SOLUSU.
           START FSOL KEY IS = SOLUSU INVALID KEY
                                 MOVE 'S' TO FINLEC.
           PERFORM LEER-PETICION.
           PERFORM LISTAR-UNA UNTIL FINLEC = 'S'.
      *
           IF NUM-SOL = 0 THEN
              DISPLAY 'No tiene informes en la cola.'
                                  LINE  8 POSITION 25.
           IF NUM-SOL > 0 THEN
              MOVE NUM-PEN TO ZCNT
              DISPLAY 'Por atender:'  LINE 18 POSITION  2
              DISPLAY ZCNT            LINE 18 POSITION 15
              DISPLAY MSGSPL          LINE 19 POSITION  2.
      *
       LISTAR-UNA.
           IF SOLUSU NOT = COL-OPERADOR THEN
              MOVE 'S' TO FINLEC
            ELSE
              PERFORM LISTAR-RECIENTE
              PERFORM LEER-PETICION.
      *
       LISTAR-RECIENTE.
           MOVE SOLFPE TO FPE-N.
           IF SOL-PENDIENTE OR SOL-EN-CURSO
              OR FPE-N NOT < FECHA-DESDE THEN
              PERFORM MOSTRAR-LINEA.
      *
       MOSTRAR-LINEA.
           ADD 1 TO NUM-SOL.
           IF SOL-PENDIENTE OR SOL-EN-CURSO THEN
              ADD 1 TO NUM-PEN.
           PERFORM TEXTO-ESTADO.
           IF LIN-L < 18 THEN
              PERFORM PINTAR-LINEA
              ADD 1 TO LIN-L.
      *
       PINTAR-LINEA.
           MOVE SPEDD TO FPD.
           MOVE SPEMM TO FPM.
           MOVE SPEHH TO FPH.
           MOVE SPENN TO FPN.
           DISPLAY SOLNUM       LINE LIN-L POSITION  2.
           DISPLAY SOLPRG       LINE LIN-L POSITION  9.
           DISPLAY SOLPAR(1:6)  LINE LIN-L POSITION 18.
           DISPLAY SOLPRI       LINE LIN-L POSITION 25.
           DISPLAY FPED         LINE LIN-L POSITION 27.
           IF SOL-FALLIDA THEN
              DISPLAY TXT-EST   LINE LIN-L POSITION 41 REVERSE
            ELSE
              DISPLAY TXT-EST   LINE LIN-L POSITION 41.
           IF SOLFFI NOT = ZEROS THEN
              MOVE SFIDD TO FTD
              MOVE SFIMM TO FTM
              MOVE SFIHH TO FTH
              MOVE SFINN TO FTN
              DISPLAY FTER      LINE LIN-L POSITION 52.
           IF SOL-TERMINADA THEN
              DISPLAY SOLLIN    LINE LIN-L POSITION 64.
      *
       TEXTO-ESTADO.
           MOVE SPACES TO TXT-EST.
           IF SOL-PENDIENTE THEN
              MOVE 'Pendiente'  TO TXT-EST.
           IF SOL-EN-CURSO THEN
              MOVE 'En curso'   TO TXT-EST.
           IF SOL-TERMINADA THEN
              MOVE 'Terminada'  TO TXT-EST.
           IF SOL-FALLIDA THEN
              MOVE 'Fallida'    TO TXT-EST.
           IF SOL-ANULADA THEN
              MOVE 'Anulada'    TO TXT-EST.
      *
       LEER-PETICION.
           IF FINLEC NOT = 'S' THEN
              READ FSOL NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Anulacion de una peticion pendiente del operador. Se relee
      * bloqueada: si el ejecutor la tiene, no se toca.
      * ************************************************
       ANULAR.
           MOVE NUM-E TO SOLNUM.
           MOVE 'S' TO EXISTE.
           READ FSOL WITH LOCK KEY IS SOLNUM INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF FS-FSOL = '51' THEN
              DISPLAY ERROR-BLQ LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA   LINE 23 POSITION 79
            ELSE
              IF EXISTE = 'N' OR SOLUSU NOT = COL-OPERADOR THEN
                 UNLOCK FSOL
                 DISPLAY ERROR-N   LINE 23 POSITION 14 REVERSE
                 ACCEPT CONTINUA   LINE 23 POSITION 79
               ELSE
                 IF NOT SOL-PENDIENTE THEN
                    UNLOCK FSOL
                    DISPLAY ERROR-EST LINE 23 POSITION 14 REVERSE
                    ACCEPT CONTINUA   LINE 23 POSITION 79
                  ELSE
                    PERFORM GRABAR-ANULACION.
      *
       GRABAR-ANULACION.
           ACCEPT HR1 FROM TIME.
           SET SOL-ANULADA TO TRUE.
           MOVE AA1 TO SFIAA.
           MOVE MM1 TO SFIMM.
           MOVE DD1 TO SFIDD.
           MOVE HH1 TO SFIHH.
           MOVE NN1 TO SFINN.
           REWRITE REGSOL.
           IF FS-FSOL NOT = '00' THEN
              MOVE FS-FSOL TO FS-ERR
              PERFORM ERROR-FICHERO
            ELSE
              DISPLAY MSGANU  LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA LINE 23 POSITION 79.
           UNLOCK FSOL.
      *
      * ************************************************
      * Pantalla amigable de error de fichero
      * ************************************************
       ERROR-FICHERO.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-ERR    LINE 23 POSITION 40 REVERSE.
           ACCEPT CONTINUA   LINE 23 POSITION 79.
