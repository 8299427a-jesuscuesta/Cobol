123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD23E28.
       REMARKS. UNIDAD 23 EJERCICIO 28.
      *
      * Periodos contables (PERIODOS.DAT, trazado REGPER): el
      * supervisor consulta el estado de un mes (abierto, exportado
      * a la gestoria por UD17E11 o cerrado), lo cierra y lo
      * reabre. Solo se cierra un mes exportado, cuando la gestoria
      * ha presentado con lo que se le mando; desde entonces la
      * facturacion, los abonos, los cobros, las facturas de
      * proveedor y los movimientos de almacen rechazan fechas de
      * ese mes (rutina comun PERIODO). La reapertura pide siempre
      * un motivo: un mes cerrado vuelve a exportado, de modo que
      * lo que se grabe en el sigue saliendo en el listado de
      * apuntes fuera de plazo UD23E29, y uno exportado vuelve a
      * abierto (la exportacion se repetira entera). Cada cierre y
      * reapertura queda en PERIOLOG.DAT (trazado REGPLG) con el
      * supervisor, la fecha, la hora y el motivo.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FPER ASSIGN TO DISK 'PERIODOS.DAT'
            RECORD KEY IS PERMES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPER.
      *
            SELECT FPLG ASSIGN TO DISK 'PERIOLOG.DAT'
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS FS-FPLG.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FPER LABEL RECORD IS STANDARD.
           COPY REGPER.
      *
       FD FPLG LABEL RECORD IS STANDARD.
           COPY REGPLG.

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 GUION      PIC X(60) VALUE ALL '-'.
      *
       77 MENSAJE    PIC X(60) VALUE ' MENSAJES:   '.
       77 MSGOPC     PIC X(60) VALUE
           'Opc: <C>onsultar c<E>rrar <R>eabrir <F>in'.
       77 MSGCONS    PIC X(60) VALUE 'CONSULTA'.
       77 MSGCIER    PIC X(60) VALUE 'CIERRE DEL MES'.
       77 MSGREAB    PIC X(60) VALUE 'REAPERTURA DEL MES'.
       77 MSGCONF    PIC X(55) VALUE
           'Confirme el cambio de estado del mes (S/N)?'.
      *
       77 ERROR-M    PIC X(50) VALUE 'ERROR! El mes no es valido.'.
       77 ERROR-E    PIC X(50) VALUE
           'ERROR! Solo se cierra un mes exportado.'.
       77 ERROR-R    PIC X(50) VALUE
           'ERROR! El mes esta abierto.'.
       77 ERROR-V    PIC X(50) VALUE
           'ERROR! La reapertura necesita un motivo.'.
      *
       77 OPCION     PIC X.
       77 EXISTE     PIC X.
       77 CONTINUA   PIC X.
       77 CONFIRMA   PIC X.
      *
      * Mes tecleado, estado anterior al cambio y motivo.
       77 MES-E      PIC 9(6).
       77 EST-ANT    PIC X.
       77 MOTIVO-E   PIC X(60).
      *
      * Campos de edicion de la ficha.
       77 EST-ED     PIC X(10).
       77 ZNRE       PIC ZZ9.
       77 ZNTA       PIC ZZZZ9.
       01 FEC-TRAB.
           02 FT-AA   PIC 9999.
           02 FT-MM   PIC 99.
           02 FT-DD   PIC 99.
       01 FEC-ED.
           02 FE-DD   PIC 99.
           02 FILLER  PIC X VALUE '/'.
           02 FE-MM   PIC 99.
           02 FILLER  PIC X VALUE '/'.
           02 FE-AA   PIC 9999.
      *
       77 FS-FPER    PIC XX.
       77 FS-FPLG    PIC XX.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
       01 HR1.
           02 HH1     PIC 99.
           02 NN1     PIC 99.
           02 SS1     PIC 99.
           02 CC1     PIC 99.
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
       LINKAGE SECTION.
      * Supervisor de la sesion, que pasa el menu general UD05E1.
       01 PER-OPERADOR PIC X(8).
123456*
       PROCEDURE DIVISION USING PER-OPERADOR.
       COMIENZO.
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
      * PERIODOS.DAT todavia no existe antes de la primera
      * exportacion (estado '35'); se crea vacio.
           OPEN I-O FPER.
           IF FS-FPER = '35' THEN
              OPEN OUTPUT FPER
              CLOSE FPER
              OPEN I-O FPER.
           IF FS-FPER NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPER
              GOBACK.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
      *
           MOVE SPACES TO OPCION.
      *
      * ************************************************
      * Proceso del programa
      * ************************************************
        PROCESO.
           PERFORM PANTALLA.
           PERFORM PEDIR UNTIL OPCION = 'F' OR OPCION = 'f'.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FPER.
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
           DISPLAY 'PERIODOS CONTABLES'
                                   LINE  3 POSITION 31 REVERSE HIGH.
      *
           DISPLAY 'Mes AAAAMM..........:' LINE  7 POSITION 10 HIGH.
           DISPLAY 'Estado..............:' LINE  9 POSITION 10 HIGH.
           DISPLAY 'Exportado el........:' LINE 10 POSITION 10 HIGH.
           DISPLAY 'Ultimo cambio.......:' LINE 11 POSITION 10 HIGH.
           DISPLAY 'Reaperturas.........:' LINE 12 POSITION 10 HIGH.
           DISPLAY 'Apuntes fuera plazo.:' LINE 13 POSITION 10 HIGH.
           DISPLAY 'Motivo:'               LINE 16 POSITION 10 HIGH.
      *
           DISPLAY GUION           LINE 22 POSITION 10 HIGH.
      *
      * **********************************************************
      * Pedir opcion a realizar
      * **********************************************************
       PEDIR.
           DISPLAY MENSAJE         LINE 23 POSITION  3 REVERSE.
           DISPLAY MSGOPC          LINE 23 POSITION 14 REVERSE.
           PERFORM BORRAR-PANTALLA.
           MOVE SPACES TO OPCION.
           ACCEPT OPCION    LINE 23 POSITION 76 OFF NO BEEP.
           IF OPCION = 'C' OR OPCION = 'c' THEN PERFORM CONSULTAS
             ELSE
              IF OPCION = 'E' OR OPCION = 'e' THEN PERFORM CERRAR
                ELSE
                 IF OPCION = 'R' OR OPCION = 'r' THEN
                    PERFORM REABRIR.
      *
      * ************************************************
      * Consulta del estado de un mes
      * ************************************************
       CONSULTAS.
           DISPLAY MSGCONS    LINE 23 POSITION 14 REVERSE.
           PERFORM LEER-PERIODO.
           IF EXISTE NOT = 'M' THEN
              PERFORM MOSTRAR-PERIODO.
           PERFORM CONTINUAR.
      *
      * ************************************************
      * Cierre de un mes exportado
      * ************************************************
       CERRAR.
           DISPLAY MSGCIER    LINE 23 POSITION 14 REVERSE.
           PERFORM LEER-PERIODO.
           IF EXISTE NOT = 'M' THEN
              PERFORM MOSTRAR-PERIODO
              IF NOT PER-EXPORTADO THEN
                 DISPLAY ERROR-E LINE 23 POSITION 14 REVERSE
               ELSE
                 MOVE SPACES TO MOTIVO-E
                 ACCEPT MOTIVO-E LINE 16 POSITION 18 NO BEEP
                 PERFORM MOTIVO-CIERRE
                 PERFORM CONFIRMAR
                 IF CONFIRMA = 'S' OR CONFIRMA = 's' THEN
                    MOVE 'C' TO PEREST
                    PERFORM CAMBIAR-ESTADO.
      *
           PERFORM CONTINUAR.
      *
      * Sin motivo tecleado, el del cierre normal.
       MOTIVO-CIERRE.
           IF MOTIVO-E = SPACES THEN
              MOVE 'Cierre tras la presentacion de la gestoria'
                                                TO MOTIVO-E.
      *
      * ************************************************
      * Reapertura, con motivo obligatorio: cerrado pasa a
      * exportado y exportado a abierto
      * ************************************************
       REABRIR.
           DISPLAY MSGREAB    LINE 23 POSITION 14 REVERSE.
           PERFORM LEER-PERIODO.
           IF EXISTE NOT = 'M' THEN
              PERFORM MOSTRAR-PERIODO
              IF PER-ABIERTO THEN
                 DISPLAY ERROR-R LINE 23 POSITION 14 REVERSE
               ELSE
                 MOVE SPACES TO MOTIVO-E
                 ACCEPT MOTIVO-E LINE 16 POSITION 18 NO BEEP
                 IF MOTIVO-E = SPACES THEN
                    DISPLAY ERROR-V LINE 23 POSITION 14 REVERSE
                  ELSE
                    PERFORM CONFIRMAR
                    IF CONFIRMA = 'S' OR CONFIRMA = 's' THEN
                       PERFORM NUEVO-ESTADO-REAPERTURA
                       ADD 1 TO PERNRE
                       PERFORM CAMBIAR-ESTADO.
      *
           PERFORM CONTINUAR.
      *
       NUEVO-ESTADO-REAPERTURA.
           IF PER-CERRADO THEN
              MOVE 'E' TO PEREST
            ELSE
              MOVE 'A' TO PEREST.
      *
      * ************************************************
      * Pide el mes y lo lee; un mes sin registro esta abierto.
      * EXISTE vuelve 'M' si el mes no es valido y 'N' si no
      * tiene registro todavia
      * ************************************************
       LEER-PERIODO.
           MOVE ZEROS TO MES-E.
           ACCEPT MES-E       LINE  7 POSITION 33 NO BEEP.
           MOVE SPACES TO EXISTE.
           MOVE MES-E TO PERMES.
           IF PERAA < 2000 OR PERMM < 1 OR PERMM > 12 THEN
              MOVE 'M' TO EXISTE
              DISPLAY ERROR-M LINE 23 POSITION 14 REVERSE
            ELSE
              PERFORM BUSCAR-MES.
           MOVE PEREST TO EST-ANT.
      *
       BUSCAR-MES.
           READ FPER RECORD KEY IS PERMES INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              MOVE MES-E  TO PERMES
              MOVE 'A'    TO PEREST
              MOVE ZEROS  TO PERFEX PERFCA PERNRE PERNTA
              MOVE SPACES TO PERUSU.
      *
       MOSTRAR-PERIODO.
           IF PER-CERRADO THEN
              MOVE 'CERRADO'   TO EST-ED
            ELSE
              IF PER-EXPORTADO THEN
                 MOVE 'EXPORTADO' TO EST-ED
               ELSE
                 MOVE 'ABIERTO'   TO EST-ED.
           DISPLAY EST-ED     LINE  9 POSITION 33.
      *
           IF PERFEX NOT = ZEROS THEN
              MOVE PERFEX TO FEC-TRAB
              PERFORM EDITAR-FECHA
              DISPLAY FEC-ED  LINE 10 POSITION 33.
           IF PERFCA NOT = ZEROS THEN
              MOVE PERFCA TO FEC-TRAB
              PERFORM EDITAR-FECHA
              DISPLAY FEC-ED  LINE 11 POSITION 33
              DISPLAY PERUSU  LINE 11 POSITION 45.
           MOVE PERNRE TO ZNRE.
           DISPLAY ZNRE       LINE 12 POSITION 33.
           MOVE PERNTA TO ZNTA.
           DISPLAY ZNTA       LINE 13 POSITION 33.
      *
       CONFIRMAR.
           DISPLAY MSGCONF    LINE 23 POSITION 14 REVERSE.
           MOVE SPACES TO CONFIRMA.
           ACCEPT CONFIRMA    LINE 23 POSITION 70 NO BEEP.
      *
      * ************************************************
      * Graba el nuevo estado y lo anota en PERIOLOG.DAT
      * ************************************************
       CAMBIAR-ESTADO.
           MOVE FECHA        TO PERFCA.
           MOVE PER-OPERADOR TO PERUSU.
           IF EXISTE = 'N' THEN
              WRITE REGPER
            ELSE
              REWRITE REGPER.
           IF FS-FPER NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPER
            ELSE
              PERFORM ANOTAR-CAMBIO-PERIODO
              PERFORM MOSTRAR-PERIODO
              DISPLAY 'ESTADO DEL MES CAMBIADO!'
                                 LINE 23 POSITION 14 REVERSE.
      *
       ANOTAR-CAMBIO-PERIODO.
           OPEN EXTEND FPLG.
           IF FS-FPLG = '35' THEN
              OPEN OUTPUT FPLG.
           IF FS-FPLG NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPLG
            ELSE
              ACCEPT HR1 FROM TIME
              MOVE FECHA        TO PLGFEC
              MOVE HR1(1:6)     TO PLGHOR
              MOVE PERMES       TO PLGMES
              MOVE EST-ANT      TO PLGANT
              MOVE PEREST       TO PLGNUE
              MOVE PER-OPERADOR TO PLGUSU
              MOVE MOTIVO-E     TO PLGMOT
              WRITE REGPLG
              CLOSE FPLG.
      *
       EDITAR-FECHA.
           MOVE FT-DD TO FE-DD.
           MOVE FT-MM TO FE-MM.
           MOVE FT-AA TO FE-AA.
      *
      * ************************************************
      * Borra la informacion de la pantalla
      * ************************************************
       BORRAR-PANTALLA.
           DISPLAY SPACES LINE  7 POSITION 33 ERASE EOL.
           DISPLAY SPACES LINE  9 POSITION 33 ERASE EOL.
           DISPLAY SPACES LINE 10 POSITION 33 ERASE EOL.
           DISPLAY SPACES LINE 11 POSITION 33 ERASE EOL.
           DISPLAY SPACES LINE 12 POSITION 33 ERASE EOL.
           DISPLAY SPACES LINE 13 POSITION 33 ERASE EOL.
           DISPLAY SPACES LINE 16 POSITION 18 ERASE EOL.
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
       ERROR-FICHERO-FPER.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPER   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPLG.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPLG   LINE 23 POSITION 40 REVERSE.
