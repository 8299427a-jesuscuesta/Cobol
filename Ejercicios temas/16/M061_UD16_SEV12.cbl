123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD16E12.
       REMARKS. UNIDAD 16 EJERCICIO 12.
      *
      * Bandeja de tareas del operador (TAREAS.DAT, trazado
      * REGTEA): lo que los procesos han dejado para que lo atienda
      * una persona con la rutina comun TAREA. La pantalla lista
      * las tareas sin cerrar del operador de la sesion, primero
      * las asignadas a el y despues las de su perfil que aun no
      * ha tomado nadie, con la prioridad, la referencia y el
      * vencimiento (en inverso si ya ha pasado). El operador
      * elige una por su numero y la toma (pasa a ser suya), la
      * cierra o la reasigna a otro operador de OPERADOR.DAT o a
      * un perfil (S supervisor, O operador), donde vuelve a
      * quedar abierta para todos sus miembros.
      *
      * Un supervisor puede ademas abrir por su numero cualquier
      * tarea sin cerrar, aunque no este en su bandeja, para
      * repartir la de un operador ausente. La tarea se relee
      * bloqueada antes de reescribirla: si entretanto la ha
      * cerrado otro, no se toca.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * LOCK MODE MANUAL: la tarea se bloquea con READ ... WITH LOCK
      * solo mientras se reescribe.
            SELECT FTEA ASSIGN TO DISK 'TAREAS.DAT'
            RECORD KEY IS TEANUM
            ALTERNATE RECORD KEY IS TEACLV WITH DUPLICATES
            ALTERNATE RECORD KEY IS TEAASG WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            LOCK MODE IS MANUAL WITH LOCK ON RECORD
            FILE STATUS IS FS-FTEA.
      *
            SELECT FOPE ASSIGN TO DISK 'OPERADOR.DAT'
            RECORD KEY IS OPEUSU
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FOPE.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FTEA LABEL RECORD IS STANDARD.
           COPY REGTEA.
      *
       FD FOPE LABEL RECORD IS STANDARD.
           COPY REGOPE.

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 GUION      PIC X(78) VALUE ALL '-'.
       77 MENSAJE    PIC X(78) VALUE ' MENSAJES:'.
       77 CONTINUA   PIC X.
       77 EXISTE     PIC X.
       77 FINLEC     PIC X.
      *
      * Perfil del operador de la sesion, deducido de su rango.
       77 ROL-OPE    PIC X.
      *
      * Tarea elegida, accion y nuevo destino de una reasignacion.
       77 NUM-E      PIC 9(6).
       77 ACCION     PIC X.
       77 DESTINO-E  PIC X(8).
       77 VISIBLE    PIC X.
       77 VIGENTE    PIC X.
      *
      * Lista de la bandeja en pantalla.
       77 LIN-L      PIC 99.
       77 NUM-TAR    PIC 9(5).
       77 NUM-VEN    PIC 9(5).
       77 ZCNT       PIC ZZZZ9.
       77 VTO-N      PIC 9(8).
       77 ASG-BUS    PIC X(8).
       77 TXT-EST    PIC X(10).
       77 TXT-TIPO   PIC X(30).
      *
       77 MSGNUM     PIC X(60) VALUE
           'Numero de tarea (en blanco o cero para salir)'.
       77 MSGACC     PIC X(60) VALUE
           '<T>omar  <C>errar  <R>easignar  <D>ejar como esta'.
       77 MSGDES     PIC X(60) VALUE
           'Operador de destino, o S / O para dejarla al perfil'.
       77 ERROR-N    PIC X(50) VALUE
           'ERROR! No hay tarea sin cerrar con ese numero.'.
       77 ERROR-VIS  PIC X(50) VALUE
           'Esa tarea no esta en su bandeja.'.
       77 ERROR-OPE  PIC X(50) VALUE
           'ERROR! Ese operador no existe.'.
       77 ERROR-SUYA PIC X(50) VALUE
           'La tarea ya es suya.'.
       77 ERROR-CER  PIC X(50) VALUE
           'Otro operador acaba de cerrar la tarea.'.
       77 ERROR-BLQ  PIC X(50) VALUE
           'Tarea en uso por otro operador: pruebe mas tarde.'.
       77 MSGTOM     PIC X(50) VALUE 'TAREA TOMADA.'.
       77 MSGCER     PIC X(50) VALUE 'TAREA CERRADA.'.
       77 MSGREA     PIC X(50) VALUE 'TAREA REASIGNADA.'.
      *
       77 FS-FTEA    PIC XX.
       77 FS-FOPE    PIC XX.
       77 FS-ERR     PIC XX.
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
      * Vencimiento y alta de la tarea para la pantalla.
       01 FVTO.
           02 FVD     PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 FVM     PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 FVA     PIC 9999.
       01 FALT.
           02 FAD     PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 FAM     PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 FAA     PIC 9999.
      *
       LINKAGE SECTION.
      * Operador de la sesion y su rango (1 consulta, 2 operador,
      * 3 supervisor), que pasa el menu general UD05E1.
       01 BAN-OPERADOR PIC X(8).
       01 BAN-NIVEL    PIC 9.
123456*
       PROCEDURE DIVISION USING BAN-OPERADOR, BAN-NIVEL.
       COMIENZO.
           PERFORM INICIO.
           IF FS-FTEA = '00' THEN
              MOVE 1 TO NUM-E
              PERFORM ATENDER UNTIL NUM-E = 0
              CLOSE FTEA.
      *
           EXIT PROGRAM.
      *
      * ************************************************
      * Inicio
      * ************************************************
        INICIO.
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
      *
           IF BAN-NIVEL = 3 THEN
              MOVE 'S' TO ROL-OPE
            ELSE
              IF BAN-NIVEL = 2 THEN
                 MOVE 'O' TO ROL-OPE
               ELSE
                 MOVE 'C' TO ROL-OPE.
      *
      * TAREAS.DAT no existe hasta la primera tarea (estado '35');
      * se crea vacio, como hace la rutina TAREA.
           OPEN I-O FTEA.
           IF FS-FTEA = '35' THEN
              OPEN OUTPUT FTEA
              CLOSE FTEA
              OPEN I-O FTEA.
           IF FS-FTEA NOT = '00' THEN
              MOVE FS-FTEA TO FS-ERR
              PERFORM ERROR-FICHERO.
      *
      * ************************************************
      * Una vuelta: bandeja y accion sobre una tarea
      * ************************************************
       ATENDER.
           PERFORM PANTALLA.
           PERFORM LISTAR-BANDEJA.
           DISPLAY MSGNUM LINE 23 POSITION 14 REVERSE.
           DISPLAY 'Tarea:'       LINE 20 POSITION  2 HIGH.
           MOVE ZEROS TO NUM-E.
           ACCEPT NUM-E LINE 20 POSITION  9 NO BEEP.
           IF NUM-E NOT = 0 THEN
              PERFORM ELEGIR-TAREA.
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
           DISPLAY ' BANDEJA DE TAREAS '
                                  LINE  3 POSITION 30 REVERSE HIGH.
           DISPLAY BAN-OPERADOR   LINE  3 POSITION 71 HIGH.
      *
           DISPLAY GUION          LINE 22 POSITION 2 HIGH.
           DISPLAY MENSAJE        LINE 23 POSITION 2 REVERSE.
      *
      * ************************************************
      * Lista las tareas sin cerrar de la bandeja (filas 6 a 17):
      * las asignadas al operador y las de su perfil sin asignar
      * ************************************************
       LISTAR-BANDEJA.
           DISPLAY 'Num.   P Tipo   Referencia   Descripcion'
                                  LINE  5 POSITION  2 HIGH.
           DISPLAY 'Vence'        LINE  5 POSITION 60 HIGH.
           DISPLAY 'Asignada'     LINE  5 POSITION 71 HIGH.
           MOVE 6 TO LIN-L.
           MOVE 0 TO NUM-TAR.
           MOVE 0 TO NUM-VEN.
           MOVE BAN-OPERADOR TO ASG-BUS.
           PERFORM RECORRER-ASIGNADAS.
           MOVE SPACES TO ASG-BUS.
           PERFORM RECORRER-ASIGNADAS.
      *
           IF NUM-TAR = 0 THEN
              DISPLAY 'No tiene tareas pendientes.'
                                  LINE  8 POSITION 25.
           IF NUM-TAR > 0 THEN
              MOVE NUM-TAR TO ZCNT
              DISPLAY 'Pendientes:'  LINE 18 POSITION  2
              DISPLAY ZCNT           LINE 18 POSITION 14
              MOVE NUM-VEN TO ZCNT
              DISPLAY 'Vencidas:'    LINE 18 POSITION 22
              DISPLAY ZCNT           LINE 18 POSITION 32.
      *
      * Tareas con el asignado ASG-BUS, por la clave alternativa.
       RECORRER-ASIGNADAS.
           MOVE SPACE TO FINLEC.
           MOVE ASG-BUS TO TEAASG.
           START FTEA KEY IS = TEAASG INVALID KEY
                                 MOVE 'S' TO FINLEC.
           PERFORM LEER-TAREA.
           PERFORM LISTAR-UNA UNTIL FINLEC = 'S'.
      *
       LISTAR-UNA.
           IF TEAASG NOT = ASG-BUS THEN
              MOVE 'S' TO FINLEC
            ELSE
              PERFORM LISTAR-VISIBLE
              PERFORM LEER-TAREA.
      *
       LISTAR-VISIBLE.
           PERFORM COMPROBAR-VISIBLE.
           IF VISIBLE = 'S' THEN
              PERFORM MOSTRAR-LINEA.
      *
       MOSTRAR-LINEA.
           ADD 1 TO NUM-TAR.
           MOVE TEAVTO TO VTO-N.
           IF VTO-N < FECHA THEN
              ADD 1 TO NUM-VEN.
           IF LIN-L < 18 THEN
              PERFORM PINTAR-LINEA
              ADD 1 TO LIN-L.
      *
       PINTAR-LINEA.
           MOVE TVTDD TO FVD.
           MOVE TVTMM TO FVM.
           MOVE TVTAA TO FVA.
           DISPLAY TEANUM       LINE LIN-L POSITION  2.
           DISPLAY TEAPRI       LINE LIN-L POSITION  9.
           DISPLAY TEATIP       LINE LIN-L POSITION 11.
           DISPLAY TEAREF       LINE LIN-L POSITION 18.
           DISPLAY TEADES(1:28) LINE LIN-L POSITION 31.
           IF VTO-N < FECHA THEN
              DISPLAY FVTO      LINE LIN-L POSITION 60 REVERSE
            ELSE
              DISPLAY FVTO      LINE LIN-L POSITION 60.
           IF TEAASG = SPACES THEN
              DISPLAY '-'       LINE LIN-L POSITION 71
            ELSE
              DISPLAY TEAASG    LINE LIN-L POSITION 71.
      *
       LEER-TAREA.
           IF FINLEC NOT = 'S' THEN
              READ FTEA NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * Una tarea sin cerrar esta en la bandeja si es del operador
      * o si no es de nadie y va a su perfil.
       COMPROBAR-VISIBLE.
           MOVE 'N' TO VISIBLE.
           IF NOT TEA-CERRADA THEN
              IF TEAASG = BAN-OPERADOR THEN
                 MOVE 'S' TO VISIBLE
               ELSE
                 IF TEAASG = SPACES AND TEAROL = ROL-OPE THEN
                    MOVE 'S' TO VISIBLE.
      *
      * ************************************************
      * Detalle de una tarea y accion
      * ************************************************
       ELEGIR-TAREA.
           MOVE NUM-E TO TEANUM.
           MOVE 'S' TO EXISTE.
           READ FTEA RECORD KEY IS TEANUM INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'S' AND TEA-CERRADA THEN
              MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              DISPLAY ERROR-N  LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA  LINE 23 POSITION 79
            ELSE
              PERFORM COMPROBAR-VISIBLE
              IF VISIBLE = 'N' AND BAN-NIVEL < 3 THEN
                 DISPLAY ERROR-VIS LINE 23 POSITION 14 REVERSE
                 ACCEPT CONTINUA   LINE 23 POSITION 79
               ELSE
                 PERFORM MOSTRAR-TAREA
                 PERFORM PEDIR-ACCION.
      *
       MOSTRAR-TAREA.
           PERFORM PANTALLA.
           PERFORM TEXTO-TIPO.
           MOVE TVTDD TO FVD.
           MOVE TVTMM TO FVM.
           MOVE TVTAA TO FVA.
           MOVE TALDD TO FAD.
           MOVE TALMM TO FAM.
           MOVE TALAA TO FAA.
           IF TEA-TOMADA THEN
              MOVE 'Tomada'  TO TXT-EST
            ELSE
              MOVE 'Abierta' TO TXT-EST.
           DISPLAY 'Tarea.............:' LINE  5 POSITION  2 HIGH.
           DISPLAY TEANUM                 LINE  5 POSITION 22.
           DISPLAY TXT-EST                LINE  5 POSITION 30.
           DISPLAY 'Tipo..............:' LINE  6 POSITION  2 HIGH.
           DISPLAY TEATIP                 LINE  6 POSITION 22.
           DISPLAY TXT-TIPO               LINE  6 POSITION 30.
           DISPLAY 'Referencia........:' LINE  7 POSITION  2 HIGH.
           DISPLAY TEAREF                 LINE  7 POSITION 22.
           DISPLAY 'Descripcion.......:' LINE  8 POSITION  2 HIGH.
           DISPLAY TEADES                 LINE  8 POSITION 22.
           DISPLAY 'Prioridad.........:' LINE  9 POSITION  2 HIGH.
           DISPLAY TEAPRI                 LINE  9 POSITION 22.
           DISPLAY '(1 urgente, 2 normal, 3 baja)'
                                          LINE  9 POSITION 30.
           DISPLAY 'Vence.............:' LINE 10 POSITION  2 HIGH.
           MOVE TEAVTO TO VTO-N.
           IF VTO-N < FECHA THEN
              DISPLAY FVTO                LINE 10 POSITION 22 REVERSE
            ELSE
              DISPLAY FVTO                LINE 10 POSITION 22.
           DISPLAY 'Asignada a........:' LINE 11 POSITION  2 HIGH.
           IF TEAASG = SPACES THEN
              DISPLAY '(perfil  )'        LINE 11 POSITION 22
              DISPLAY TEAROL              LINE 11 POSITION 30
            ELSE
              DISPLAY TEAASG              LINE 11 POSITION 22.
           DISPLAY 'Abierta por.......:' LINE 12 POSITION  2 HIGH.
           DISPLAY TEAORI                 LINE 12 POSITION 22.
           DISPLAY FALT                   LINE 12 POSITION 32.
      *
       TEXTO-TIPO.
           MOVE SPACES TO TXT-TIPO.
           IF TEA-PRESUP THEN
              MOVE 'Pedido retenido por credito' TO TXT-TIPO.
           IF TEA-INCIDE THEN
              MOVE 'Incidencia de entrega'       TO TXT-TIPO.
           IF TEA-CUAREN THEN
              MOVE 'Devoluciones en cuarentena'  TO TXT-TIPO.
           IF TEA-COMATR THEN
              MOVE 'Compra atrasada'             TO TXT-TIPO.
           IF TEA-FACDIS THEN
              MOVE 'Factura proveedor discrepante' TO TXT-TIPO.
           IF TEA-CARGA THEN
              MOVE 'Carga con rechazos'          TO TXT-TIPO.
      *
       PEDIR-ACCION.
           DISPLAY MSGACC LINE 23 POSITION 14 REVERSE.
           DISPLAY 'Accion (T/C/R/D)..:' LINE 15 POSITION  2 HIGH.
           MOVE SPACE TO ACCION.
           ACCEPT ACCION LINE 15 POSITION 22 NO BEEP.
           INSPECT ACCION CONVERTING 'tcrd' TO 'TCRD'.
           IF ACCION = 'T' THEN
              IF TEAASG = BAN-OPERADOR THEN
                 DISPLAY ERROR-SUYA LINE 23 POSITION 14 REVERSE
                 ACCEPT CONTINUA    LINE 23 POSITION 79
               ELSE
                 PERFORM TOMAR.
           IF ACCION = 'C' THEN
              PERFORM CERRAR.
           IF ACCION = 'R' THEN
              PERFORM REASIGNAR.
      *
      * ************************************************
      * Toma, cierre y reasignacion
      * ************************************************
       TOMAR.
           PERFORM RELEER-TAREA.
           IF VIGENTE = 'S' THEN
              MOVE BAN-OPERADOR TO TEAASG
              MOVE ROL-OPE      TO TEAROL
              SET TEA-TOMADA TO TRUE
              PERFORM GRABAR-TAREA
              IF FS-FTEA = '00' THEN
                 DISPLAY MSGTOM  LINE 23 POSITION 14 REVERSE
                 ACCEPT CONTINUA LINE 23 POSITION 79.
      *
       CERRAR.
           PERFORM RELEER-TAREA.
           IF VIGENTE = 'S' THEN
              SET TEA-CERRADA TO TRUE
              MOVE BAN-OPERADOR TO TEAUCI
              MOVE AA1 TO TCIAA
              MOVE MM1 TO TCIMM
              MOVE DD1 TO TCIDD
              PERFORM GRABAR-TAREA
              IF FS-FTEA = '00' THEN
                 DISPLAY MSGCER  LINE 23 POSITION 14 REVERSE
                 ACCEPT CONTINUA LINE 23 POSITION 79.
      *
      * El destino es un operador de OPERADOR.DAT (la tarea pasa a
      * ser suya, con su perfil) o un perfil S u O, donde queda sin
      * asignar; en los dos casos vuelve a estar abierta.
       REASIGNAR.
           DISPLAY MSGDES LINE 23 POSITION 14 REVERSE.
           DISPLAY 'Destino...........:' LINE 16 POSITION  2 HIGH.
           MOVE SPACES TO DESTINO-E.
           ACCEPT DESTINO-E LINE 16 POSITION 22 NO BEEP.
           INSPECT DESTINO-E CONVERTING 'so' TO 'SO'.
           IF DESTINO-E NOT = SPACES THEN
              PERFORM VALIDAR-DESTINO.
      *
       VALIDAR-DESTINO.
           IF DESTINO-E = 'S' OR DESTINO-E = 'O' THEN
              MOVE 'S' TO EXISTE
            ELSE
              PERFORM BUSCAR-OPERADOR.
           IF EXISTE = 'N' THEN
              DISPLAY ERROR-OPE LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA   LINE 23 POSITION 79
            ELSE
              PERFORM CAMBIAR-DESTINO.
      *
       BUSCAR-OPERADOR.
           MOVE 'N' TO EXISTE.
           OPEN INPUT FOPE.
           IF FS-FOPE NOT = '00' THEN
              MOVE FS-FOPE TO FS-ERR
              PERFORM ERROR-FICHERO
            ELSE
              MOVE DESTINO-E TO OPEUSU
              PERFORM LEER-OPERADOR
              CLOSE FOPE.
      *
       LEER-OPERADOR.
           MOVE 'S' TO EXISTE.
           READ FOPE RECORD KEY IS OPEUSU INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
       CAMBIAR-DESTINO.
           PERFORM RELEER-TAREA.
           IF VIGENTE = 'S' THEN
              PERFORM FIJAR-DESTINO
              SET TEA-ABIERTA TO TRUE
              PERFORM GRABAR-TAREA
              IF FS-FTEA = '00' THEN
                 DISPLAY MSGREA  LINE 23 POSITION 14 REVERSE
                 ACCEPT CONTINUA LINE 23 POSITION 79.
      *
       FIJAR-DESTINO.
           IF DESTINO-E = 'S' OR DESTINO-E = 'O' THEN
              MOVE SPACES       TO TEAASG
              MOVE DESTINO-E    TO TEAROL
            ELSE
              MOVE DESTINO-E    TO TEAASG
              MOVE OPEROL       TO TEAROL.
      *
      * La tarea se relee bloqueada justo antes de reescribirla y
      * solo se toca si sigue sin cerrar.
       RELEER-TAREA.
           MOVE 'N' TO VIGENTE.
           MOVE NUM-E TO TEANUM.
           MOVE 'S' TO EXISTE.
           READ FTEA WITH LOCK KEY IS TEANUM INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF FS-FTEA = '51' THEN
              DISPLAY ERROR-BLQ LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA   LINE 23 POSITION 79
            ELSE
              IF EXISTE = 'N' OR TEA-CERRADA THEN
                 UNLOCK FTEA
                 DISPLAY ERROR-CER LINE 23 POSITION 14 REVERSE
                 ACCEPT CONTINUA   LINE 23 POSITION 79
               ELSE
                 MOVE 'S' TO VIGENTE.
      *
       GRABAR-TAREA.
           REWRITE REGTEA.
           IF FS-FTEA NOT = '00' THEN
              MOVE FS-FTEA TO FS-ERR
              PERFORM ERROR-FICHERO.
           UNLOCK FTEA.
      *
      * ************************************************
      * Pantalla amigable de error de fichero
      * ************************************************
       ERROR-FICHERO.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-ERR    LINE 23 POSITION 40 REVERSE.
           ACCEPT CONTINUA   LINE 23 POSITION 79.
