123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. TAREA.
       REMARKS. RUTINA COMUN DE TAREAS DE LOS OPERADORES.
      *
      * Abre y cierra las tareas de TAREAS.DAT (trazado REGTEA) en
      * nombre de los procesos que detectan algo que necesita a una
      * persona: un pedido retenido por el credito, una incidencia
      * de entrega, devoluciones sin juzgar, una compra atrasada,
      * una factura de proveedor discrepante o una carga con
      * rechazos. Con 'A' abre la tarea, numerada desde TAREAS.CTR
      * y con su vencimiento a N dias (FECHACAL), salvo que ya haya
      * otra sin cerrar del mismo tipo y referencia; con 'C' cierra
      * las que haya sin cerrar, cuando el proceso que resuelve el
      * asunto ya lo ha resuelto. Los ficheros se abren y se
      * cierran en cada llamada, como hace DIARIO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FTEA ASSIGN TO DISK 'TAREAS.DAT'
            RECORD KEY IS TEANUM
            ALTERNATE RECORD KEY IS TEACLV WITH DUPLICATES
            ALTERNATE RECORD KEY IS TEAASG WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FTEA.
      *
      * Contador de tareas (un unico registro, clave fija), gemelo
      * de CAMBPEND.CTR.
            SELECT FCTR ASSIGN TO DISK 'TAREAS.CTR'
            RECORD KEY IS CTRID
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            LOCK MODE IS MANUAL WITH LOCK ON RECORD
            FILE STATUS IS FS-FCTR.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FTEA LABEL RECORD IS STANDARD.
           COPY REGTEA.
      *
       FD FCTR LABEL RECORD IS STANDARD.
       01 REGCTR.
          02 CTRID    PIC X.
          02 CTRVAL   PIC 9(6).
      *
       WORKING-STORAGE SECTION.
       77 FECHA     PIC 99999999.
       77 FS-FTEA   PIC XX.
       77 FS-FCTR   PIC XX.
       77 FINLEC    PIC X.
       77 HAY-VIVA  PIC X.
      *
      * Tipo y referencia buscados.
       01 CLV-BUS.
          02 CLV-TIPO PIC X(6).
          02 CLV-REF  PIC X(12).
      *
      * Argumentos de la rutina comun FECHACAL ('SUM').
       77 CAL-OPER    PIC X(3).
       77 CAL-FECHA1  PIC 9(8).
       77 CAL-FECHA2  PIC 9(8).
       77 CAL-DIAS    PIC S9(5).
       77 CAL-OK      PIC X.
      *
       01 FF1.
           02 AA1   PIC 9999.
           02 MM1   PIC 99.
           02 DD1   PIC 99.
      *
       LINKAGE SECTION.
           COPY TAREA.
      *
       PROCEDURE DIVISION USING TAREA-ARG.
       COMIENZO.
           MOVE 'E'    TO TAN-RES.
           MOVE ZEROS  TO TAN-NUM.
           MOVE '00'   TO TAN-FS.
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE TAN-TIPO TO CLV-TIPO.
           MOVE TAN-REF  TO CLV-REF.
      *
      * TAREAS.DAT se crea vacio la primera vez.
           OPEN I-O FTEA.
           IF FS-FTEA = '35' THEN
              OPEN OUTPUT FTEA
              CLOSE FTEA
              OPEN I-O FTEA.
           IF FS-FTEA NOT = '00' THEN
              MOVE FS-FTEA TO TAN-FS
            ELSE
              PERFORM ATENDER-OPERACION
              CLOSE FTEA.
      *
           EXIT PROGRAM.
      *
       ATENDER-OPERACION.
           IF TAN-OPER = 'A' THEN
              PERFORM ABRIR-TAREA.
           IF TAN-OPER = 'C' THEN
              PERFORM CERRAR-TAREAS.
      *
      * ************************************************
      * Busca las tareas del tipo y referencia: HAY-VIVA 'S' si
      * alguna sigue sin cerrar; con 'C', las va cerrando
      * ************************************************
       RECORRER-CLAVE.
           MOVE 'N' TO HAY-VIVA.
           MOVE SPACE TO FINLEC.
           MOVE CLV-BUS TO TEACLV.
           START FTEA KEY IS = TEACLV INVALID KEY
                                 MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FTEA NEXT RECORD AT END MOVE 'S' TO FINLEC.
           PERFORM REVISAR-TAREA UNTIL FINLEC = 'S'.
      *
       REVISAR-TAREA.
           IF TEACLV NOT = CLV-BUS THEN
              MOVE 'S' TO FINLEC
            ELSE
              IF NOT TEA-CERRADA THEN
                 PERFORM TAREA-VIVA.
           IF FINLEC NOT = 'S' THEN
              READ FTEA NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
       TAREA-VIVA.
           MOVE 'S' TO HAY-VIVA.
           IF TAN-OPER = 'C' THEN
              PERFORM CERRAR-UNA.
      *
       CERRAR-UNA.
           SET TEA-CERRADA TO TRUE.
           MOVE TAN-USU TO TEAUCI.
           MOVE AA1 TO TCIAA.
           MOVE MM1 TO TCIMM.
           MOVE DD1 TO TCIDD.
           REWRITE REGTEA.
           IF FS-FTEA = '00' THEN
              ADD 1 TO TAN-NUM
            ELSE
              MOVE FS-FTEA TO TAN-FS.
      *
      * ************************************************
      * Cierre de las tareas sin cerrar de la referencia
      * ************************************************
       CERRAR-TAREAS.
           PERFORM RECORRER-CLAVE.
           IF TAN-FS = '00' THEN
              MOVE 'S' TO TAN-RES.
      *
      * ************************************************
      * Alta de la tarea, si no hay ya una viva
      * ************************************************
       ABRIR-TAREA.
           PERFORM RECORRER-CLAVE.
           IF HAY-VIVA = 'S' THEN
              MOVE 'D' TO TAN-RES
            ELSE
              PERFORM NUMERAR-TAREA
              IF TAN-FS = '00' THEN
                 PERFORM GRABAR-TAREA.
      *
      * TAREAS.CTR se crea con un unico registro en cero la
      * primera vez.
       NUMERAR-TAREA.
           OPEN I-O FCTR.
           IF FS-FCTR = '35' THEN
              OPEN OUTPUT FCTR
              MOVE 'T' TO CTRID
              MOVE ZEROS TO CTRVAL
              WRITE REGCTR
              CLOSE FCTR
              OPEN I-O FCTR.
           IF FS-FCTR NOT = '00' THEN
              MOVE FS-FCTR TO TAN-FS
            ELSE
              PERFORM SUMAR-CONTADOR
              CLOSE FCTR.
      *
       SUMAR-CONTADOR.
           MOVE 'T' TO CTRID.
           READ FCTR WITH LOCK KEY IS CTRID INVALID KEY
                                 MOVE ZEROS TO CTRVAL.
           ADD 1 TO CTRVAL.
           REWRITE REGCTR.
           MOVE FS-FCTR TO TAN-FS.
           UNLOCK FCTR.
      *
       GRABAR-TAREA.
           MOVE CTRVAL   TO TEANUM.
           MOVE CLV-BUS  TO TEACLV.
           MOVE TAN-DES  TO TEADES.
           MOVE TAN-PRI  TO TEAPRI.
           IF TAN-PRI < 1 OR TAN-PRI > 3 THEN
              SET TEA-NORMAL TO TRUE.
      *
           MOVE 'SUM'    TO CAL-OPER.
           MOVE FECHA    TO CAL-FECHA1.
           MOVE TAN-DIAS TO CAL-DIAS.
           CALL 'FECHACAL' USING CAL-OPER, CAL-FECHA1, CAL-FECHA2,
                                 CAL-DIAS, CAL-OK.
           MOVE CAL-FECHA2 TO TEAVTO.
      *
           MOVE TAN-ASG  TO TEAASG.
           MOVE TAN-ROL  TO TEAROL.
           IF TAN-ASG = SPACES AND TAN-ROL = SPACE THEN
              MOVE 'O' TO TEAROL.
           SET TEA-ABIERTA TO TRUE.
           MOVE TAN-USU  TO TEAORI.
           MOVE AA1 TO TALAA.
           MOVE MM1 TO TALMM.
           MOVE DD1 TO TALDD.
           MOVE SPACES TO TEAUCI.
           MOVE ZEROS  TO TEAFCI.
           WRITE REGTEA.
           MOVE FS-FTEA TO TAN-FS.
           IF FS-FTEA = '00' THEN
              MOVE 'S'    TO TAN-RES
              MOVE TEANUM TO TAN-NUM.
