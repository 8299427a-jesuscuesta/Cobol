123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD18E17.
       REMARKS. UNIDAD 18 EJERCICIO 17.
      *
      * Trabajo de la lista de llamadas de televenta que deja cada
      * noche UD18E16 en RITMOCLI.DAT. El operador entra con su
      * usuario y clave (rutina OPERLOG, como la entrada de pedidos
      * UD11E1) y el programa le va presentando, uno a uno, los
      * clientes de la lista de hoy que siguen pendientes, primero
      * los de riesgo: ultimo pedido, dias sin pedir, ritmo y cesta
      * habituales, ultima llamada y sus pedidos fijos. El
      * resultado de cada llamada (P hizo pedido, V volver a
      * llamar, N no necesita, C no contesta, B perdido) y una nota
      * se anotan como llamada (tipo L) en el diario de contactos
      * CONTACLI.DAT, el mismo que lleva UD18E9, y el cliente queda
      * marcado como llamado en RITMOCLI.DAT para que no vuelva a
      * salir hasta que toque.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FRIT ASSIGN TO DISK 'RITMOCLI.DAT'
            RECORD KEY IS RITCLI
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FRIT.
      *
            SELECT FCLI ASSIGN TO DISK 'CLIENTES.DAT'
            RECORD KEY IS CLICOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCLI.
      *
            SELECT FCTC ASSIGN TO DISK 'CONTACLI.DAT'
            RECORD KEY IS CTCCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FCTC.
      *
            SELECT FPFJ ASSIGN TO DISK 'PEDFIJO.DAT'
            RECORD KEY IS PFJNUM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FPFJ.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FRIT LABEL RECORD IS STANDARD.
           COPY REGRIT.
      *
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       FD FCTC LABEL RECORD IS STANDARD.
           COPY REGCTC.
      *
       FD FPFJ LABEL RECORD IS STANDARD.
           COPY REGPFJ.

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 FINRIT     PIC X.
       77 FINCTC     PIC X.
       77 FINPFJ     PIC X.
       77 EXISTE     PIC X.
      *
       77 MENSAJE    PIC X(60) VALUE ' MENSAJES:   '.
       77 MSGRES     PIC X(60) VALUE
           'Resultado de la llamada; blanco = siguiente, F = fin'.
       77 ERROR-RES  PIC X(50) VALUE
           'ERROR! El resultado debe ser P, V, N, C o B.'.
       77 MSGSINLIS  PIC X(50) VALUE
           'No hay lista de llamadas. Falta el pase UD18E16.'.
      *
       77 CONTINUA   PIC X.
       77 OPCION     PIC X.
       77 RES-OK     PIC X.
       77 NOTA-E     PIC X(27).
      *
      * Seccion de la lista que se esta trabajando (R riesgo, T
      * le toca) y llamadas anotadas en la sesion.
       77 SECCION    PIC X.
       77 NUMLLA     PIC 999.
       77 ZLLA       PIC ZZ9.
      *
      * Resultados de llamada posibles y su descripcion.
       01 RESULTADOS.
           02 FILLER PIC X(16) VALUE 'PHizo pedido    '.
           02 FILLER PIC X(16) VALUE 'VVolver a llamar'.
           02 FILLER PIC X(16) VALUE 'NNo necesita    '.
           02 FILLER PIC X(16) VALUE 'CNo contesta    '.
           02 FILLER PIC X(16) VALUE 'BCliente perdido'.
       01 TABLA-RESULTADOS REDEFINES RESULTADOS.
           02 RESULTADO OCCURS 5 TIMES.
              03 RS-COD  PIC X.
              03 RS-DES  PIC X(15).
       77 RIDX       PIC 9.
      *
      * Siguiente numero de anotacion del cliente.
       77 NEXTCTC    PIC 9(4).
      *
      * Plantillas de pedido fijo, cargadas una sola vez.
       77 NUMPFJ-T   PIC 999.
       77 FIDX       PIC 999.
       77 NUMFIJ     PIC 9.
       01 TABLA-FIJOS.
           02 PFJ-MEM OCCURS 300 TIMES.
              03 TF-NUM  PIC 9(4).
              03 TF-CLI  PIC X(4).
              03 TF-DIA  PIC 9.
      *
      * Nombre corto del dia de generacion de la plantilla.
       01 NOMBRES-DIA.
           02 FILLER  PIC X(24) VALUE 'LABLUNMARMIEJUEVIESABDOM'.
       01 TABLA-DIAS REDEFINES NOMBRES-DIA.
           02 NOM-DIA PIC XXX OCCURS 8 TIMES.
       77 DIA-IDX    PIC 9.
       77 PUNTERO    PIC 99.
       77 FIJ-TXT    PIC X(58).
      *
       01 PFJ-ITEM.
           02 ITM-NUM  PIC 9(4).
           02 FILLER   PIC X     VALUE '/'.
           02 ITM-DIA  PIC XXX.
           02 FILLER   PIC X     VALUE SPACE.
      *
      * Datos del cliente en pantalla.
       77 ZDIA       PIC ZZZZ9.
       77 ZINT       PIC ZZZ9.
       77 ZCES       PIC Z.ZZZ.ZZ9,99.
      *
      * Control de acceso: usuario/clave del operador, validados
      * por la rutina comun OPERLOG contra OPERADOR.DAT.
       77 USUARIO   PIC X(8).
       77 CLAVE     PIC X(8).
       77 ACCESO    PIC X VALUE 'N'.
       77 ROL       PIC X.
       77 INTENTOS  PIC 9 VALUE 0.
       77 MSGACC    PIC X(55) VALUE
           'Usuario o clave incorrectos.'.
       77 MSGNOACC  PIC X(55) VALUE
           'Acceso no autorizado. Se cierra el programa.'.
      *
       77 FS-FRIT    PIC XX.
       77 FS-FCLI    PIC XX.
       77 FS-FCTC    PIC XX.
       77 FS-FPFJ    PIC XX.
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
      * Fecha cualquiera descompuesta para pintarla.
       01 FFX.
           02 FXA     PIC 9999.
           02 FXM     PIC 99.
           02 FXD     PIC 99.
       01 FFP.
           02 FPD     PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 FPM     PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 FPA     PIC 9999.
      *
       01 HR1.
           02 HH1     PIC 99.
           02 NN1     PIC 99.
           02 SS1     PIC 99.
           02 CC1     PIC 99.
123456*
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
           PERFORM LOGIN-OPERADOR.
           IF ACCESO = 'S' THEN
              PERFORM PROCESO.
           PERFORM FIN.
      *
           EXIT PROGRAM.
      *
      * ************************************************
      * Inicio
      * ************************************************
        INICIO.
           MOVE 0 TO NUMLLA.
           MOVE 0 TO NUMPFJ-T.
           MOVE SPACES TO OPCION.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
      *
      * Sin RITMOCLI.DAT no hay lista que trabajar.
           OPEN I-O FRIT.
           IF FS-FRIT = '35' THEN
              PERFORM PANTALLA
              DISPLAY MSGSINLIS LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
              GOBACK.
           IF FS-FRIT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FRIT
              GOBACK.
      *
           OPEN INPUT FCLI.
           IF FS-FCLI NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCLI
              GOBACK.
      *
      * CONTACLI.DAT todavia no existe la primera vez (estado
      * '35'); se crea vacio.
           OPEN I-O FCTC.
           IF FS-FCTC = '35' THEN
              OPEN OUTPUT FCTC
              CLOSE FCTC
              OPEN I-O FCTC.
           IF FS-FCTC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTC
              GOBACK.
      *
      * PEDFIJO.DAT puede no existir: el cliente sale sin
      * plantillas.
           OPEN INPUT FPFJ.
           IF FS-FPFJ NOT = '00' AND FS-FPFJ NOT = '35' THEN
              PERFORM ERROR-FICHERO-FPFJ
              GOBACK.
      *
      * ************************************************
      * Proceso del programa: primero los clientes en riesgo y
      * luego a los que les toca pedir
      * ************************************************
        PROCESO.
           PERFORM CARGAR-FIJOS.
           MOVE 'R' TO SECCION.
           PERFORM RECORRER-LISTA.
           IF OPCION NOT = 'F' THEN
              MOVE 'T' TO SECCION
              PERFORM RECORRER-LISTA.
      *
           PERFORM PANTALLA.
           MOVE NUMLLA TO ZLLA.
           DISPLAY 'Fin de la lista. Llamadas anotadas:'
                                   LINE 12 POSITION 20 HIGH.
           DISPLAY ZLLA            LINE 12 POSITION 56.
           PERFORM CONTINUAR.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FRIT FCLI FCTC.
           IF FS-FPFJ NOT = '35' THEN
              CLOSE FPFJ.
      *
      * ************************************************
      * Identificacion del operador con usuario y clave
      * ************************************************
       LOGIN-OPERADOR.
           MOVE 'N' TO ACCESO.
           MOVE 0   TO INTENTOS.
           PERFORM PEDIR-CREDENCIALES
              UNTIL ACCESO = 'S' OR INTENTOS = 3.
           IF ACCESO NOT = 'S' THEN
              DISPLAY MSGNOACC LINE 23 POSITION 10 REVERSE
              ACCEPT CONTINUA LINE 23 POSITION 79.
      *
       PEDIR-CREDENCIALES.
           ADD 1 TO INTENTOS.
           DISPLAY SPACES ERASE.
           DISPLAY 'Empresa distribuidora, S.A.'
                                  LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'ACCESO AL SISTEMA'
                                  LINE  3 POSITION 31 REVERSE HIGH.
      *
           DISPLAY 'Usuario..:'   LINE 10 POSITION 20 HIGH.
           DISPLAY 'Clave....:'   LINE 12 POSITION 20 HIGH.
      *
           MOVE SPACES TO USUARIO.
           MOVE SPACES TO CLAVE.
           ACCEPT USUARIO   LINE 10 POSITION 31 NO BEEP.
           ACCEPT CLAVE     LINE 12 POSITION 31 NO BEEP OFF.
      *
           CALL 'OPERLOG' USING USUARIO, CLAVE, ACCESO, ROL.
           IF ACCESO NOT = 'S' THEN
              DISPLAY MSGACC LINE 14 POSITION 20 REVERSE
              ACCEPT CONTINUA LINE 23 POSITION 79.
      *
      * ************************************************
      * Carga las plantillas de pedido fijo
      * ************************************************
       CARGAR-FIJOS.
           MOVE SPACE TO FINPFJ.
           IF FS-FPFJ NOT = '00' THEN
              MOVE 'S' TO FINPFJ.
           IF FINPFJ NOT = 'S' THEN
              READ FPFJ NEXT RECORD AT END MOVE 'S' TO FINPFJ.
           PERFORM CARGAR-UN-FIJO UNTIL FINPFJ = 'S'.
      *
       CARGAR-UN-FIJO.
           IF NUMPFJ-T < 300 THEN
              ADD 1 TO NUMPFJ-T
              MOVE PFJNUM TO TF-NUM(NUMPFJ-T)
              MOVE PFJCLI TO TF-CLI(NUMPFJ-T)
              MOVE PFJDIA TO TF-DIA(NUMPFJ-T).
           READ FPFJ NEXT RECORD AT END MOVE 'S' TO FINPFJ.
      *
      * ************************************************
      * Recorre RITMOCLI.DAT presentando los clientes de la lista
      * de hoy, de la seccion en curso, que siguen sin llamar
      * ************************************************
       RECORRER-LISTA.
           MOVE SPACE TO FINRIT.
           MOVE LOW-VALUES TO RITCLI.
           START FRIT KEY IS NOT LESS RITCLI INVALID KEY
                                     MOVE 'S' TO FINRIT.
           IF FINRIT NOT = 'S' THEN
              READ FRIT NEXT RECORD AT END MOVE 'S' TO FINRIT.
           PERFORM REVISAR-CLIENTE
              UNTIL FINRIT = 'S' OR OPCION = 'F'.
      *
       REVISAR-CLIENTE.
           IF RIT-EN-LISTA AND RITFEC = FECHA
                AND RITEST = SECCION THEN
              PERFORM ATENDER-CLIENTE.
           IF OPCION NOT = 'F' THEN
              READ FRIT NEXT RECORD AT END MOVE 'S' TO FINRIT.
      *
       ATENDER-CLIENTE.
           MOVE RITCLI TO CLICOD.
           MOVE SPACES TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO EXISTE
                                 MOVE '(sin cliente)' TO CLINOM
                                 MOVE SPACES TO CLIPOB.
           PERFORM PANTALLA.
           PERFORM MOSTRAR-CLIENTE.
           MOVE 'N' TO RES-OK.
           PERFORM PEDIR-RESULTADO UNTIL RES-OK = 'S'.
           IF OPCION NOT = SPACE AND OPCION NOT = 'F' THEN
              PERFORM PEDIR-NOTA
              PERFORM GRABAR-LLAMADA.
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
           DISPLAY 'LLAMADAS DE TELEVENTA'
                                   LINE  3 POSITION 29 REVERSE HIGH.
           DISPLAY MENSAJE         LINE 23 POSITION  3 REVERSE.
      *
      * ************************************************
      * Datos del cliente a llamar
      * ************************************************
       MOSTRAR-CLIENTE.
           DISPLAY 'Cliente.......:' LINE  5 POSITION  3 HIGH.
           DISPLAY RITCLI            LINE  5 POSITION 19.
           DISPLAY CLINOM            LINE  5 POSITION 24.
           DISPLAY 'Poblacion.....:' LINE  6 POSITION  3 HIGH.
           DISPLAY CLIPOB            LINE  6 POSITION 19.
           DISPLAY 'Vendedor......:' LINE  7 POSITION  3 HIGH.
           DISPLAY RITVEN            LINE  7 POSITION 19.
           DISPLAY 'Situacion.....:' LINE  8 POSITION  3 HIGH.
           IF RIT-RIESGO THEN
              DISPLAY 'EN RIESGO'    LINE  8 POSITION 19 REVERSE
            ELSE
              DISPLAY 'LE TOCA PEDIR' LINE  8 POSITION 19.
      *
           MOVE RITULT TO FFX.
           PERFORM PINTAR-FECHA.
           DISPLAY 'Ultimo pedido.:' LINE 10 POSITION  3 HIGH.
           DISPLAY FFP               LINE 10 POSITION 19.
           MOVE RITDIA TO ZDIA.
           DISPLAY 'Dias sin pedir:' LINE 10 POSITION 35 HIGH.
           DISPLAY ZDIA              LINE 10 POSITION 51.
           MOVE RITINT TO ZINT.
           DISPLAY 'Pide cada.....:' LINE 11 POSITION  3 HIGH.
           DISPLAY ZINT              LINE 11 POSITION 19.
           DISPLAY 'dias'            LINE 11 POSITION 24.
           MOVE RITCES TO ZCES.
           DISPLAY 'Cesta habitual:' LINE 11 POSITION 35 HIGH.
           DISPLAY ZCES              LINE 11 POSITION 51.
      *
           DISPLAY 'Ultima llamada:' LINE 12 POSITION  3 HIGH.
           IF RITFLL > 0 THEN
              MOVE RITFLL TO FFX
              PERFORM PINTAR-FECHA
              DISPLAY FFP            LINE 12 POSITION 19
              PERFORM BUSCAR-RESULTADO
              IF RIDX NOT > 5 THEN
                 DISPLAY RS-DES(RIDX) LINE 12 POSITION 30.
      *
           MOVE SPACES TO FIJ-TXT.
           MOVE 1 TO PUNTERO.
           MOVE 0 TO NUMFIJ.
           PERFORM ANOTAR-FIJO
              VARYING FIDX FROM 1 BY 1 UNTIL FIDX > NUMPFJ-T.
           DISPLAY 'Pedidos fijos.:' LINE 13 POSITION  3 HIGH.
           IF NUMFIJ > 0 THEN
              DISPLAY FIJ-TXT        LINE 13 POSITION 19
            ELSE
              DISPLAY '(ninguno)'    LINE 13 POSITION 19.
      *
           DISPLAY 'P Hizo pedido  V Volver a llamar  N No necesita'
                                     LINE 15 POSITION  3.
           DISPLAY 'C No contesta  B Cliente perdido'
                                     LINE 16 POSITION  3.
      *
       PINTAR-FECHA.
           MOVE FXD TO FPD.
           MOVE FXM TO FPM.
           MOVE FXA TO FPA.
      *
       BUSCAR-RESULTADO.
           PERFORM VARYING RIDX FROM 1 BY 1
              UNTIL RIDX > 5 OR RS-COD(RIDX) = RITRES.
      *
      * Caben seis plantillas en la linea; un cliente con mas
      * muestra las seis primeras.
       ANOTAR-FIJO.
           IF TF-CLI(FIDX) = RITCLI AND NUMFIJ < 6 THEN
              ADD 1 TO NUMFIJ
              MOVE TF-NUM(FIDX) TO ITM-NUM
              COMPUTE DIA-IDX = TF-DIA(FIDX) + 1
              MOVE NOM-DIA(DIA-IDX) TO ITM-DIA
              STRING PFJ-ITEM DELIMITED BY SIZE
                INTO FIJ-TXT WITH POINTER PUNTERO.
      *
      * ************************************************
      * Pide el resultado de la llamada
      * ************************************************
       PEDIR-RESULTADO.
           DISPLAY MSGRES LINE 23 POSITION 14 REVERSE.
           DISPLAY 'Resultado.....:' LINE 18 POSITION  3 HIGH.
           MOVE SPACES TO OPCION.
           ACCEPT OPCION LINE 18 POSITION 19 NO BEEP.
           IF OPCION = 'p' MOVE 'P' TO OPCION.
           IF OPCION = 'v' MOVE 'V' TO OPCION.
           IF OPCION = 'n' MOVE 'N' TO OPCION.
           IF OPCION = 'c' MOVE 'C' TO OPCION.
           IF OPCION = 'b' MOVE 'B' TO OPCION.
           IF OPCION = 'f' MOVE 'F' TO OPCION.
           MOVE 'S' TO RES-OK.
           IF OPCION NOT = SPACE AND OPCION NOT = 'F' THEN
              PERFORM VALIDAR-RESULTADO.
      *
       VALIDAR-RESULTADO.
           PERFORM VARYING RIDX FROM 1 BY 1
              UNTIL RIDX > 5 OR RS-COD(RIDX) = OPCION.
           IF RIDX > 5 THEN
              MOVE 'N' TO RES-OK
              DISPLAY ERROR-RES LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
      *
       PEDIR-NOTA.
           DISPLAY RS-DES(RIDX)      LINE 18 POSITION 22.
           DISPLAY 'Nota..........:' LINE 19 POSITION  3 HIGH.
           MOVE SPACES TO NOTA-E.
           ACCEPT NOTA-E LINE 19 POSITION 19 NO BEEP.
      *
      * ************************************************
      * Anota la llamada en el diario de contactos del cliente y
      * lo marca como llamado en la lista
      * ************************************************
       GRABAR-LLAMADA.
           PERFORM SIGUIENTE-CONTACTO.
           MOVE RITCLI  TO CTCCLI.
           MOVE NEXTCTC TO CTCSEQ.
           MOVE AA1 TO CTCAA.
           MOVE MM1 TO CTCMM.
           MOVE DD1 TO CTCDD.
           ACCEPT HR1 FROM TIME.
           MOVE HH1 TO CTCHH.
           MOVE NN1 TO CTCNN.
           MOVE 'L' TO CTCTIP.
           MOVE USUARIO TO CTCUSU.
           MOVE SPACES TO CTCTXT.
           STRING 'Ritmo: '    DELIMITED BY SIZE
                  RS-DES(RIDX) DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  NOTA-E       DELIMITED BY SIZE
             INTO CTCTXT.
           WRITE REGCTC.
           IF FS-FCTC NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCTC
              PERFORM CONTINUAR
            ELSE
              PERFORM MARCAR-LLAMADO.
      *
       MARCAR-LLAMADO.
           MOVE 'H'    TO RITLIS.
           MOVE FECHA  TO RITFLL.
           MOVE OPCION TO RITRES.
           REWRITE REGRIT.
           IF FS-FRIT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FRIT
              PERFORM CONTINUAR
            ELSE
              ADD 1 TO NUMLLA.
      *
       SIGUIENTE-CONTACTO.
           MOVE 0 TO NEXTCTC.
           MOVE SPACE TO FINCTC.
           MOVE RITCLI TO CTCCLI.
           MOVE ZEROS  TO CTCSEQ.
           START FCTC KEY IS NOT LESS CTCCLAVE INVALID KEY
                                      MOVE 'S' TO FINCTC.
           IF FINCTC NOT = 'S' THEN
              READ FCTC NEXT RECORD AT END MOVE 'S' TO FINCTC.
           PERFORM ULTIMO-CONTACTO UNTIL FINCTC = 'S'.
           ADD 1 TO NEXTCTC.
      *
       ULTIMO-CONTACTO.
           IF CTCCLI NOT = RITCLI THEN
              MOVE 'S' TO FINCTC
            ELSE
              MOVE CTCSEQ TO NEXTCTC
              READ FCTC NEXT RECORD AT END MOVE 'S' TO FINCTC.
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
       ERROR-FICHERO-FRIT.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FRIT   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCLI.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCLI   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCTC.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCTC   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPFJ.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPFJ   LINE 23 POSITION 40 REVERSE.
