      * avisa cuando la ultima anotacion del diario no es de hoy ni
      * de ayer o termino con error: la primera pantalla de la
      * manana dice si anoche realmente paso.
      * Tambien avisa si la marca de cadena en marcha de ESTADO.DAT
      * (rutina comun ESTCAD) sigue puesta, con quien la puso y
      * desde cuando: mientras lo este, los mantenimientos no se
      * abren para actualizar. Los avisos de sesiones abiertas que
      * deja la cadena salen resaltados como los de capacidad.
      * Si la cadena quedo detenida por un descuadre de sus
      * totales de control, la cabecera lo dice con esas palabras;
      * las lineas del descuadre salen en video inverso.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 ES-ERROR   PIC X.
       77 ES-AVISO   PIC X.
      *
      * Cadena detenida por descuadre de totales de control.
       77 ES-DESC    PIC X.
      *
      * Marca de cadena en marcha (rutina comun ESTCAD) y su
      * fecha y hora para la cabecera.
           COPY ESTCAD.
       01 MARCA-FEC.
           02 MARCA-AA PIC 9999.
           02 MARCA-MM PIC 99.
           02 MARCA-DD PIC 99.
       01 MARCA-HOR.
           02 MARCA-HH PIC 99.
           02 MARCA-NN PIC 99.
           02 MARCA-SS PIC 99.
       01 LIN-MARCA.
           02 FILLER   PIC X(33) VALUE
              'AVISO: cadena en marcha desde el '.
           02 LMA-DD   PIC 99.
           02 FILLER   PIC X     VALUE '/'.
           02 LMA-MM   PIC 99.
           02 FILLER   PIC X     VALUE '/'.
           02 LMA-AA   PIC 9999.
           02 FILLER   PIC X(3)  VALUE ' a '.
           02 LMA-HH   PIC 99.
           02 FILLER   PIC X     VALUE ':'.
           02 LMA-NN   PIC 99.
           02 FILLER   PIC X(5)  VALUE ' por '.
           02 LMA-PRG  PIC X(8).
      *
      * Fecha de ayer, para el aviso de cabecera.
       01 AYER.
           02 AYER-DD PIC 99.
      * anotaciones de hoy ni de ayer
      * ************************************************
       AVISO-CABECERA.
           PERFORM AVISO-MARCA.
           IF NUM-EN-TABLA = 0 THEN
              DISPLAY 'AVISO: el diario esta vacio.'
                          LINE  5 POSITION 3 REVERSE
           MOVE LOG-LIN(POS-RECIENTE)(1:80) TO LIN-LOG.
           PERFORM DETECTAR-ERROR.
           IF ES-ERROR = 'S' THEN
              PERFORM AVISO-ERROR
            ELSE
              IF LIN-LOG(2:10) NOT = FF2 AND LIN-LOG(2:10) NOT = AYER
                 THEN
                 DISPLAY 'AVISO: sin ejecuciones de hoy ni de ayer.'
                             LINE  5 POSITION 3 REVERSE.
      *
       AVISO-ERROR.
           PERFORM DETECTAR-DESCUADRE.
           IF ES-DESC = 'S' THEN
              DISPLAY 'AVISO: cadena DETENIDA POR DESCUADRE de totales.'
                          LINE  5 POSITION 3 REVERSE
            ELSE
              DISPLAY 'AVISO: la ultima ejecucion termino con ERROR.'
                          LINE  5 POSITION 3 REVERSE.
      *
      * Marca de cadena todavia puesta: la cadena sigue corriendo
      * o no llego a quitarla.
       AVISO-MARCA.
           MOVE 'C'        TO ECA-OPER.
           MOVE 'UD16E1  ' TO ECA-PRG.
           CALL 'ESTCAD' USING ESTCAD-ARG.
           IF ECA-EN-MARCHA THEN
              MOVE ECA-FEC   TO MARCA-FEC
              MOVE ECA-HOR   TO MARCA-HOR
              MOVE MARCA-DD  TO LMA-DD
              MOVE MARCA-MM  TO LMA-MM
              MOVE MARCA-AA  TO LMA-AA
              MOVE MARCA-HH  TO LMA-HH
              MOVE MARCA-NN  TO LMA-NN
              MOVE ECA-MARCA TO LMA-PRG
              DISPLAY LIN-MARCA LINE  4 POSITION 3 REVERSE.
      *
      * ************************************************
      * Muestra una pagina de 15 anotaciones, de la mas reciente a
              MOVE 'S' TO ES-ERROR.
           IF LIN-LOG(BUSCA-I:8) = 'DETENIDA' THEN
              MOVE 'S' TO ES-ERROR.
      *
       DETECTAR-DESCUADRE.
           MOVE 'N' TO ES-DESC.
           PERFORM BUSCAR-PALABRA-DESC
              VARYING BUSCA-I FROM 1 BY 1
              UNTIL BUSCA-I > 72 OR ES-DESC = 'S'.
      *
       BUSCAR-PALABRA-DESC.
           IF LIN-LOG(BUSCA-I:9) = 'DESCUADRE' THEN
              MOVE 'S' TO ES-DESC.
      *
      * ************************************************
      * Avisos de capacidad del monitor nocturno: tambien en
       BUSCAR-PALABRA-AVISO.
           IF LIN-LOG(BUSCA-I:15) = 'AVISO CAPACIDAD' THEN
              MOVE 'S' TO ES-AVISO.
           IF LIN-LOG(BUSCA-I:12) = 'AVISO SESION' THEN
              MOVE 'S' TO ES-AVISO.
      *
      * ************************************************
      * Filtros: la fecha debe coincidir con la de la anotacion y
