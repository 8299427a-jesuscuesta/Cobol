      * como lo anota MODIFICA (con lo que la tirada de etiquetas
      * de cambios de UD13E17 los recoge esa misma noche) y el
      * pendiente ya aplicado borrado. Anota el resultado en
      * BATCHLOG.DAT, igual que UD13E5, y deja sus totales de
      * control (pendientes leidos, aplicados y sin producto) en
      * CTLTOT.DAT con la rutina comun CTLTOT.
      *
      * Un cambio cuyo precio necesita aprobacion (PPECSP, solicitud
      * de CAMBPEND.DAT dejada por UD21E10) solo se aplica si el
      * supervisor ya lo ha aprobado en UD16E11; mientras siga
      * pendiente se queda para otra noche, y si lo ha rechazado
      * se borra sin aplicar.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FPHI.
      *
      * Solicitudes de aprobacion de cambios sensibles.
            SELECT FCSP ASSIGN TO DISK 'CAMBPEND.DAT'
            RECORD KEY IS CSPNUM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCSP.
      *
      * Diario de ejecuciones de los procesos nocturnos.
            SELECT FLOG ASSIGN TO DISK 'BATCHLOG.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
      *
       FD FPHI LABEL RECORD IS STANDARD.
           COPY REGPHI.
      *
       FD FCSP LABEL RECORD IS STANDARD.
           COPY REGCSP.
      *
       FD FLOG LABEL RECORD IS STANDARD.
           01 LIN-LOG PIC X(80).
      * Clave guardada para reanudar el recorrido tras aplicar.
       77 SAV-PRO     PIC X(4).
      *
      * Cambios aplicados en el pase, los que esperan la
      * aprobacion y los rechazados que se borran.
       77 NUMAPL      PIC 9(5).
       77 NUMESP      PIC 9(5).
       77 NUMRCH      PIC 9(5).
      *
      * Aprobacion del cambio: 'S' se aplica, 'P' espera, 'R'
      * rechazado. HAY-CSP 'N' si CAMBPEND.DAT no existe.
       77 APROBACION  PIC X.
       77 HAY-CSP     PIC X.
      *
      * Totales de control para la rutina comun CTLTOT: pendientes
      * leidos y los que no tienen producto.
       77 NUMLEI      PIC 9(7).
       77 NUMREC      PIC 9(7).
           COPY CTLTOT.
      *
       77 FS-FPPE     PIC XX.
       77 FS-FPROD    PIC XX.
       77 FS-FPHI     PIC XX.
       77 FS-FCSP     PIC XX.
       77 FS-FLOG     PIC XX.
       77 MSGFS       PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
               03 LOG-NN  PIC 99.
               03 FILLER  PIC X   VALUE ':'.
               03 LOG-SS  PIC 99.
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 FILLER   PIC X(21) VALUE 'Precios pend. aplic.:'.
           02 LOG-REG  PIC ZZZZ9.
           02 FILLER   PIC X(13) VALUE ' Sin aprobar:'.
           02 LOG-ESP  PIC ZZZZ9.
           02 FILLER   PIC X(9)  VALUE ' Rechaz.:'.
           02 LOG-RCH  PIC ZZZZ9.
           02 FILLER   PIC X(1)  VALUE SPACES.
123456*
       PROCEDURE DIVISION.
       COMIENZO.
      * ************************************************
        INICIO.
           MOVE 0 TO NUMAPL.
           MOVE 0 TO NUMESP.
           MOVE 0 TO NUMRCH.
           MOVE 0 TO NUMLEI.
           MOVE 0 TO NUMREC.
           MOVE 0 TO RETURN-CODE.
      *
      * PRECPEND.DAT puede no existir todavia (estado '35'): sin
              PERFORM ERROR-FICHERO-FPHI
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
      * Sin CAMBPEND.DAT no hay ninguna solicitud aprobada.
           MOVE 'S' TO HAY-CSP.
           OPEN INPUT FCSP.
           IF FS-FCSP = '35' THEN
              MOVE 'N' TO HAY-CSP.
           IF FS-FCSP NOT = '00' AND FS-FCSP NOT = '35' THEN
              PERFORM ERROR-FICHERO-FCSP
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
           OPEN EXTEND FLOG.
           IF FS-FLOG = '35' THEN
      *
           PERFORM REVISAR-PENDIENTE UNTIL FINLEC = 'S'.
           PERFORM GRABAR-LOG.
           PERFORM GRABAR-TOTALES.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           IF FS-FPPE = '00' OR FS-FPPE = '10' THEN
              CLOSE FPPE FPROD FPHI FLOG
              PERFORM CERRAR-SOLICITUDES.
      *
       CERRAR-SOLICITUDES.
           IF HAY-CSP = 'S' THEN
              CLOSE FCSP.
      *
      * ************************************************
      * Aplica el cambio si su fecha de vigor es manana o ya ha
      * pasado; el pendiente aplicado se borra
      * ************************************************
       REVISAR-PENDIENTE.
           ADD 1 TO NUMLEI.
           MOVE PPEPRO TO SAV-PRO.
           MOVE PPEFEF TO FEF-N.
           IF FEF-N NOT > MANANA THEN
              PERFORM COMPROBAR-APROBACION
              IF APROBACION = 'S' THEN
                 PERFORM APLICAR-CAMBIO
               ELSE
                 IF APROBACION = 'R' THEN
                    PERFORM DESCARTAR-RECHAZADO
                  ELSE
                    ADD 1 TO NUMESP.
      *
      * La aplicacion borra el registro en curso: se reanuda el
      * recorrido en la clave guardada, como UD19E4.
                                     MOVE 'S' TO FINLEC.
           IF FINLEC NOT = 'S' THEN
              READ FPPE NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Sin solicitud el cambio se aplica; con ella, segun la haya
      * decidido el supervisor (una solicitud que no esta cuenta
      * como pendiente)
      * ************************************************
       COMPROBAR-APROBACION.
           MOVE 'S' TO APROBACION.
           IF PPECSP NOT = 0 THEN
              MOVE 'P' TO APROBACION
              PERFORM LEER-SOLICITUD.
      *
       LEER-SOLICITUD.
           IF HAY-CSP = 'S' THEN
              MOVE PPECSP TO CSPNUM
              MOVE SPACES TO EXISTE
              PERFORM LEER-CAMBPEND
              PERFORM MIRAR-DECISION.
      *
       LEER-CAMBPEND.
           READ FCSP RECORD KEY IS CSPNUM INVALID KEY
                                  MOVE 'N' TO EXISTE.
      *
       MIRAR-DECISION.
           IF EXISTE = SPACES AND CSP-APROBADO THEN
              MOVE 'S' TO APROBACION.
           IF EXISTE = SPACES AND CSP-RECHAZADO THEN
              MOVE 'R' TO APROBACION.
      *
       DESCARTAR-RECHAZADO.
           PERFORM BORRAR-PENDIENTE.
           ADD 1 TO NUMRCH.
      *
       APLICAR-CAMBIO.
           MOVE PPEPRO TO PROCOD.
           MOVE SPACES TO EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                  MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              ADD 1 TO NUMREC.
           IF EXISTE = SPACES THEN
              MOVE PROPRE TO PROPRE-ANT
              MOVE PROIVA TO PROIVA-ANT
           MOVE NN1  TO LOG-NN.
           MOVE SS1  TO LOG-SS.
           MOVE NUMAPL TO LOG-REG.
           MOVE NUMESP TO LOG-ESP.
           MOVE NUMRCH TO LOG-RCH.
           MOVE LINEA-LOG TO LIN-LOG.
           WRITE LIN-LOG.
           IF FS-FLOG NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLOG.
      *
      * ************************************************
      * Deja los totales de control en CTLTOT.DAT
      * ************************************************
       GRABAR-TOTALES.
           MOVE 'UD21E11 ' TO CTA-PRG.
           MOVE NUMLEI     TO CTA-LEI.
           MOVE NUMAPL     TO CTA-ESC.
           MOVE NUMREC     TO CTA-REC.
           MOVE 0          TO CTA-IMP.
           MOVE 0          TO CTA-AUX.
           MOVE 0          TO CTA-DSD.
           MOVE 0          TO CTA-HST.
           CALL 'CTLTOT' USING CTLTOT-ARG.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FPPE.
       ERROR-FICHERO-FPHI.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPHI   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCSP.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCSP   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FLOG.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
