123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD23E6.
       REMARKS. UNIDAD 23 EJERCICIO 6.
      *
      * Comprobacion de la cadena de registros de facturacion
      * VERI*FACTU: recorre VERIFAC.DAT en orden de secuencia y,
      * para cada registro, comprueba que la numeracion no tenga
      * saltos, que la huella anterior que guarda sea la huella
      * del registro precedente y que su propia huella coincida
      * con la que se recalcula sobre sus campos (rutina comun
      * VERIFAC, operacion HUE). Al final comprueba que la
      * cabecera de la cadena apunte al ultimo registro. Cada
      * rotura sale en VERIFCHK.PRN con la secuencia, la factura
      * y el motivo; una cadena sana da un listado sin incidencias.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FVFR ASSIGN TO DISK 'VERIFAC.DAT'
            RECORD KEY IS VFRSEQ
            ALTERNATE RECORD KEY IS VFRFAC WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FVFR.
      *
      * Fichero de listado (texto, una linea de 80 columnas por
      * registro), pensado para mandar a impresora o visualizar con
      * cualquier editor.
            SELECT FLISTA ASSIGN TO DISK 'VERIFCHK.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FVFR LABEL RECORD IS STANDARD.
           COPY REGVFR.
      *
       FD FLISTA LABEL RECORD IS STANDARD.
       01 LIN-IMPR PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77 FECHA       PIC 99999999.
       77 FINVFR      PIC X.
       77 CONTINUA    PIC X.
      *
      * Cabecera de la cadena: ultimo numero y ultima huella.
       77 CAB-ULT     PIC 9(8).
       77 CAB-HUELLA  PIC X(64).
      *
      * Eslabon anterior: numero y huella.
       77 ANT-SEQ     PIC 9(8).
       77 ANT-HUELLA  PIC X(64).
      *
      * Recuentos.
       77 NUMREG      PIC 9(7) VALUE 0.
       77 NUMINC      PIC 9(7) VALUE 0.
       77 ZNUM        PIC Z.ZZZ.ZZ9.
      *
      * Paginacion del listado.
       77 NUMPAG     PIC 999 VALUE 0.
       77 LINPAG     PIC 99  VALUE 0.
       77 MAXLIN     PIC 99  VALUE 55.
      *
       77 FS-FVFR     PIC XX.
       77 FS-FLISTA   PIC XX.
       77 MSGFS       PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
      * Argumentos de la rutina comun VERIFAC ('HUE': recalcula la
      * huella del registro que se le pasa).
       77 VFA-OPER    PIC X(3).
       77 VFA-TIPO    PIC XX.
       77 VFA-NIF     PIC X(14).
       77 VFA-FORG    PIC 9(8).
       77 VFA-REGISTRO PIC X(290).
       77 VFA-SALIDA  PIC X(152).
       77 VFA-OK      PIC X.
      * REGFAC no interviene en el recalculo, pero es argumento.
           COPY REGFAC.
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
      * Lineas de cabecera de pagina.
       01 CABECERA-1.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(28) VALUE 'Empresa distribuidora, S.A.'.
           02 FILLER  PIC X(31) VALUE SPACES.
           02 FILLER  PIC X(8)  VALUE 'Pagina: '.
           02 CAB-PAG PIC ZZ9.
           02 FILLER  PIC X(8)  VALUE SPACES.
      *
       01 CABECERA-2.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(9)  VALUE 'Grupo D&S'.
           02 FILLER  PIC X(50) VALUE SPACES.
           02 FILLER  PIC X(7)  VALUE 'Fecha: '.
           02 CAB-FEC PIC 99/99/9999.
           02 FILLER  PIC X(2)  VALUE SPACES.
      *
       01 CABECERA-4.
           02 FILLER  PIC X(17) VALUE SPACES.
           02 FILLER  PIC X(46) VALUE
              'COMPROBACION DE LA CADENA VERI*FACTU'.
           02 FILLER  PIC X(17) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(3)  VALUE SPACES.
           02 FILLER  PIC X(10) VALUE 'Secuencia'.
           02 FILLER  PIC X(6)  VALUE 'Tipo'.
           02 FILLER  PIC X(8)  VALUE 'Factura'.
           02 FILLER  PIC X(12) VALUE 'Fecha'.
           02 FILLER  PIC X(41) VALUE 'Incidencia'.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
      * Linea de una incidencia.
       01 LINEA-DETALLE.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 DET-SEQ  PIC ZZZZZZZ9.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-TIP  PIC X(4).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-FAC  PIC 9(6).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-FEC.
              05 DET-DD PIC 99.
              05 FILLER PIC X   VALUE '/'.
              05 DET-MM PIC 99.
              05 FILLER PIC X   VALUE '/'.
              05 DET-AA PIC 9999.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DET-INC  PIC X(41).
      *
      * Lineas de resumen.
       01 LINEA-RESUMEN.
           02 FILLER   PIC X(3)  VALUE SPACES.
           02 RES-ROT  PIC X(30).
           02 RES-NUM  PIC Z.ZZZ.ZZ9.
           02 FILLER   PIC X(38) VALUE SPACES.
123456*
       PROCEDURE DIVISION.
       COMIENZO.
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
           MOVE 0 TO NUMPAG.
           MOVE 0 TO NUMREG.
           MOVE 0 TO NUMINC.
      *
      * VERIFAC.DAT no existe hasta que se emite la primera
      * factura: la cadena vacia se da por buena.
           OPEN INPUT FVFR.
           IF FS-FVFR = '35' THEN
              OPEN OUTPUT FVFR
              CLOSE FVFR
              OPEN INPUT FVFR.
           IF FS-FVFR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FVFR
              GOBACK.
      *
           OPEN OUTPUT FLISTA.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA
              GOBACK.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
      *
           DISPLAY SPACES ERASE.
           DISPLAY 'Empresa distribuidora, S.A.'
                                  LINE  1 POSITION 2 HIGH.
           DISPLAY 'Grupo D&S'    LINE  2 POSITION 2 HIGH.
           DISPLAY 'COMPROBACION DE LA CADENA VERI*FACTU'
                                  LINE  3 POSITION 22 REVERSE HIGH.
      *
      * ************************************************
      * Proceso del programa: la cabecera y despues cada
      * registro en orden de secuencia
      * ************************************************
        PROCESO.
           MOVE 99 TO LINPAG.
           PERFORM CABECERA.
      *
           MOVE ZEROS  TO CAB-ULT.
           MOVE SPACES TO CAB-HUELLA.
           MOVE ZEROS  TO ANT-SEQ.
           MOVE SPACES TO ANT-HUELLA.
      *
           MOVE ZEROS TO VFRSEQ.
           MOVE SPACE TO FINVFR.
           START FVFR KEY IS NOT LESS VFRSEQ INVALID KEY
                                      MOVE 'S' TO FINVFR.
           IF FINVFR NOT = 'S' THEN
              READ FVFR NEXT RECORD AT END MOVE 'S' TO FINVFR.
           IF FINVFR NOT = 'S' AND VFR-CABECERA THEN
              MOVE VFRULT TO CAB-ULT
              MOVE VFRHUE TO CAB-HUELLA
              READ FVFR NEXT RECORD AT END MOVE 'S' TO FINVFR.
      *
           PERFORM REVISAR-REGISTRO UNTIL FINVFR = 'S'.
           PERFORM REVISAR-CABECERA.
           PERFORM IMPRIMIR-RESUMEN.
           PERFORM MOSTRAR-RESUMEN.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FVFR FLISTA.
      *
      * ************************************************
      * Un eslabon: numeracion, huella anterior y huella propia
      * ************************************************
       REVISAR-REGISTRO.
           ADD 1 TO NUMREG.
      *
           IF VFRSEQ NOT = ANT-SEQ + 1 THEN
              MOVE 'Salto en la numeracion' TO DET-INC
              PERFORM IMPRIMIR-INCIDENCIA.
      *
           IF VFRANT NOT = ANT-HUELLA THEN
              MOVE 'No enlaza con la huella del anterior'
                   TO DET-INC
              PERFORM IMPRIMIR-INCIDENCIA.
      *
           MOVE 'HUE'  TO VFA-OPER.
           MOVE REGVFR TO VFA-REGISTRO.
           CALL 'VERIFAC' USING VFA-OPER, VFA-TIPO, VFA-NIF,
                VFA-FORG, REGFAC, VFA-REGISTRO, VFA-SALIDA, VFA-OK.
           IF VFA-SALIDA(1:64) NOT = VFRHUE THEN
              MOVE 'Huella alterada: no cuadra con los datos'
                   TO DET-INC
              PERFORM IMPRIMIR-INCIDENCIA.
      *
           MOVE VFRSEQ TO ANT-SEQ.
           MOVE VFRHUE TO ANT-HUELLA.
           READ FVFR NEXT RECORD AT END MOVE 'S' TO FINVFR.
      *
      * La cabecera tiene que apuntar al ultimo registro leido.
       REVISAR-CABECERA.
           IF CAB-ULT NOT = ANT-SEQ OR CAB-HUELLA NOT = ANT-HUELLA
              THEN
              MOVE SPACES TO REGVFR
              MOVE ZEROS  TO VFRSEQ VFRFAC VFRFEC
              MOVE 'La cabecera no apunta al ultimo registro'
                   TO DET-INC
              PERFORM IMPRIMIR-INCIDENCIA.
      *
      * ************************************************
      * Linea de incidencia del registro en curso (DET-INC ya
      * cargado)
      * ************************************************
       IMPRIMIR-INCIDENCIA.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
           ADD 1 TO NUMINC.
           MOVE VFRSEQ TO DET-SEQ.
           MOVE SPACES TO DET-TIP.
           IF VFR-ALTA THEN
              MOVE 'Alta' TO DET-TIP.
           IF VFR-ANULACION THEN
              MOVE 'Anul' TO DET-TIP.
           MOVE VFRFAC TO DET-FAC.
           MOVE VFRDD  TO DET-DD.
           MOVE VFRMM  TO DET-MM.
           MOVE VFRAA  TO DET-AA.
           WRITE LIN-IMPR FROM LINEA-DETALLE AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           ADD 1 TO LINPAG.
      *
       IMPRIMIR-RESUMEN.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           MOVE 'Registros revisados.........:' TO RES-ROT.
           MOVE NUMREG TO RES-NUM.
           WRITE LIN-IMPR FROM LINEA-RESUMEN AFTER ADVANCING 1 LINE.
           MOVE 'Incidencias.................:' TO RES-ROT.
           MOVE NUMINC TO RES-NUM.
           WRITE LIN-IMPR FROM LINEA-RESUMEN AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
      *
       MOSTRAR-RESUMEN.
           MOVE NUMREG TO ZNUM.
           DISPLAY 'Registros revisados:' LINE 10 POSITION 10 HIGH.
           DISPLAY ZNUM                   LINE 10 POSITION 32.
           MOVE NUMINC TO ZNUM.
           DISPLAY 'Incidencias........:' LINE 12 POSITION 10 HIGH.
           DISPLAY ZNUM                   LINE 12 POSITION 32.
           IF NUMINC = 0 THEN
              DISPLAY 'La cadena esta completa y sin alterar.'
                                      LINE 15 POSITION 10
            ELSE
              DISPLAY 'CADENA ROTA: revise VERIFCHK.PRN.'
                                      LINE 15 POSITION 10 REVERSE.
      *
           DISPLAY 'LISTADO GENERADO EN VERIFCHK.PRN'
                            LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79 NO BEEP.
      *
      * ************************************************
      * Escribe la cabecera de una pagina nueva
      * ************************************************
       CABECERA.
           ADD 1 TO NUMPAG.
           MOVE NUMPAG TO CAB-PAG.
           MOVE FF2    TO CAB-FEC.
      *
           WRITE LIN-IMPR FROM CABECERA-1 BEFORE ADVANCING PAGE.
           WRITE LIN-IMPR FROM CABECERA-2 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-4 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-5 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLISTA.
           MOVE 7 TO LINPAG.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FVFR.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FVFR   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLISTA.
           DISPLAY MSGFS      LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLISTA  LINE 23 POSITION 40 REVERSE.
