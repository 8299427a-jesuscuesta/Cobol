123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD16E11.
       REMARKS. UNIDAD 16 EJERCICIO 11.
      *
      * Cola de aprobacion de cambios sensibles (CAMBPEND.DAT): los
      * cambios de limite de credito (UD10E1), de IBAN (UD17E2) y de
      * precio (UD09E1) que la rutina comun CAMBSEN no dejo grabar
      * por estar protegidos en PARAMS.DAT. La pantalla lista los
      * pendientes con el valor anterior, el nuevo y quien los
      * pidio; el supervisor elige uno por su numero, ve el valor
      * que tiene ahora el maestro y lo aprueba o lo rechaza (con
      * el motivo). Nadie puede decidir sobre un cambio que ha
      * pedido el mismo, y solo un supervisor decide.
      *
      * Al aprobar, el cambio se aplica al maestro solo si este
      * conserva todavia el valor anterior de la solicitud; si
      * alguien lo ha tocado entretanto, la solicitud solo puede
      * rechazarse. El cambio aprobado deja su imagen en DIARIO.DAT
      * y su linea en la auditoria (AUDITCLI.DAT con CAMBIO para el
      * limite e IBAN para la cuenta, AUDITPRO.DAT con CAMBIO y el
      * historial PRECIHIS.DAT para el precio), a nombre de quien lo
      * pidio; quien lo aprobo y cuando queda en la solicitud.
      * Los precios con fecha de vigor de UD21E10 (CSPDOM 'F') solo
      * quedan aprobados: el maestro no se toca hasta que el paso
      * nocturno UD21E11 aplica el cambio la noche anterior a su
      * fecha, con su historial.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FCSP ASSIGN TO DISK 'CAMBPEND.DAT'
            RECORD KEY IS CSPNUM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FCSP.
      *
      * LOCK MODE MANUAL, como en UD10E1: la ficha se bloquea con
      * READ ... WITH LOCK mientras se aplica el cambio, para no
      * pisar a un operador que la tenga en pantalla.
            SELECT FCLI ASSIGN TO DISK 'CLIENTES.DAT'
            RECORD KEY IS CLICOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            LOCK MODE IS MANUAL WITH LOCK ON RECORD
            FILE STATUS IS FS-FCLI.
      *
            SELECT FBAN ASSIGN TO DISK 'BANCOCLI.DAT'
            RECORD KEY IS BANCLI
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FBAN.
      *
            Select FPROD ASSIGN TO DISK 'PRODUCTO.DAT'
            RECORD KEY IS PROCOD
            ALTERNATE RECORD KEY IS PRODES WITH DUPLICATES
            ALTERNATE RECORD KEY IS PROEAN WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPROD.
      *
            SELECT FAUDC ASSIGN TO DISK 'AUDITCLI.DAT'
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS FS-FAUDC.
      *
            SELECT FAUDP ASSIGN TO DISK 'AUDITPRO.DAT'
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS FS-FAUDP.
      *
            SELECT FPHI ASSIGN TO DISK 'PRECIHIS.DAT'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FPHI.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FCSP LABEL RECORD IS STANDARD.
           COPY REGCSP.
      *
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       FD FBAN LABEL RECORD IS STANDARD.
           COPY REGBAN.
      *
       FD FPROD LABEL RECORD IS STANDARD.
           COPY REGPRO.
      *
       FD FAUDC LABEL RECORD IS STANDARD.
           COPY REGAUD.
      *
       FD FAUDP LABEL RECORD IS STANDARD.
       01 REGAUP.
          02 AUPCOD   PIC X(4).
          02 AUPOPC   PIC X(6).
          02 AUPFEC.
             05 AUPAA PIC 9999.
             05 AUPMM PIC 99.
             05 AUPDD PIC 99.
          02 AUPHOR.
             05 AUPHH PIC 99.
             05 AUPNN PIC 99.
             05 AUPSS PIC 99.
          02 AUPUSU   PIC X(8).
      *
       FD FPHI LABEL RECORD IS STANDARD.
           COPY REGPHI.

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 GUION      PIC X(78) VALUE ALL '-'.
       77 MENSAJE    PIC X(78) VALUE ' MENSAJES:'.
       77 CONTINUA   PIC X.
       77 EXISTE     PIC X.
       77 FINLEC     PIC X.
      *
      * Solicitud elegida y decision del supervisor.
       77 NUM-E      PIC 9(6).
       77 DECISION   PIC X.
       77 MOTIVO-E   PIC X(30).
      *
      * El maestro conserva el valor anterior de la solicitud ('S'),
      * ya no ('N'), o no se ha podido leer ('E').
       77 VIGENTE    PIC X.
       77 APLICADO   PIC X.
      *
      * Lista de pendientes en pantalla.
       77 LIN-L      PIC 99.
       77 NUM-PEND   PIC 9(5).
       77 ZCNT       PIC ZZZZ9.
      *
      * Valor actual en el maestro, nombre del cliente o producto y
      * edicion de los importes.
       77 ACT-TXT    PIC X(24).
       77 NOM-TXT    PIC X(20).
       77 ZIMP       PIC Z.ZZZ.ZZ9,99.
       77 TXT-ANT    PIC X(24).
       77 TXT-NUE    PIC X(24).
       77 TXT-CAMPO  PIC X(15).
      *
       77 MSGPED     PIC X(60) VALUE
           'Numero de solicitud (en blanco o cero para salir)'.
       77 MSGDEC     PIC X(60) VALUE
           '<A>probar  <R>echazar  <D>ejar pendiente'.
       77 MSGMOT     PIC X(60) VALUE
           'Motivo del rechazo'.
       77 ERROR-NIV  PIC X(50) VALUE
           'Los cambios sensibles los aprueba un supervisor.'.
       77 ERROR-N    PIC X(50) VALUE
           'ERROR! No hay solicitud pendiente con ese numero.'.
       77 ERROR-PROP PIC X(50) VALUE
           'No puede decidir sobre un cambio pedido por usted.'.
       77 ERROR-VIG  PIC X(50) VALUE
           'El maestro ya no tiene el valor anterior.'.
       77 ERROR-BLQ  PIC X(50) VALUE
           'Ficha en uso por otro operador: pruebe mas tarde.'.
       77 MSGAPR     PIC X(50) VALUE 'CAMBIO APROBADO Y APLICADO.'.
       77 MSGAPF     PIC X(50) VALUE
           'APROBADO. Lo aplica UD21E11 en su fecha de vigor.'.
       77 MSGREC     PIC X(50) VALUE 'CAMBIO RECHAZADO.'.
       77 MSGVIG     PIC X(30) VALUE
           'Valor cambiado entretanto'.
      *
       77 FS-FCSP    PIC XX.
       77 FS-FCLI    PIC XX.
       77 FS-FBAN    PIC XX.
       77 FS-FPROD   PIC XX.
       77 FS-FAUDC   PIC XX.
       77 FS-FAUDP   PIC XX.
       77 FS-FPHI    PIC XX.
       77 FS-ERR     PIC XX.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
      * Argumentos de la rutina comun DIARIO.
       77 JRN-FICHERO PIC X(8).
       77 JRN-OPER    PIC X(6).
       77 JRN-IMAGEN  PIC X(120).
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
       01 HR1.
           02 HH1     PIC 99.
           02 NN1     PIC 99.
           02 SS1     PIC 99.
           02 CC1     PIC 99.
      *
      * Fecha y hora de la solicitud para la pantalla.
       01 FSOL.
           02 FSD     PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 FSM     PIC 99.
           02 FILLER  PIC X   VALUE '/'.
           02 FSA     PIC 9999.
           02 FILLER  PIC X   VALUE SPACE.
           02 FSH     PIC 99.
           02 FILLER  PIC X   VALUE ':'.
           02 FSN     PIC 99.
      *
       LINKAGE SECTION.
      * Operador de la sesion y su rango (1 consulta, 2 operador,
      * 3 supervisor), que pasa el menu general UD05E1.
       01 APR-OPERADOR PIC X(8).
       01 APR-NIVEL    PIC 9.
123456*
       PROCEDURE DIVISION USING APR-OPERADOR, APR-NIVEL.
       COMIENZO.
           PERFORM INICIO.
           IF APR-NIVEL < 3 THEN
              PERFORM PANTALLA
              DISPLAY ERROR-NIV LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA   LINE 23 POSITION 79
            ELSE
              IF FS-FCSP = '00' THEN
                 MOVE 1 TO NUM-E
                 PERFORM ATENDER UNTIL NUM-E = 0
                 CLOSE FCSP.
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
      * CAMBPEND.DAT no existe hasta la primera solicitud (estado
      * '35'); se crea vacio, igual que BANCOCLI.DAT en UD17E2.
           OPEN I-O FCSP.
           IF FS-FCSP = '35' THEN
              OPEN OUTPUT FCSP
              CLOSE FCSP
              OPEN I-O FCSP.
           IF FS-FCSP NOT = '00' THEN
              MOVE FS-FCSP TO FS-ERR
              PERFORM ERROR-FICHERO.
      *
      * ************************************************
      * Una vuelta: lista de pendientes y decision sobre una
      * ************************************************
       ATENDER.
           PERFORM PANTALLA.
           PERFORM LISTAR-PENDIENTES.
           DISPLAY MSGPED LINE 23 POSITION 14 REVERSE.
           DISPLAY 'Solicitud:'   LINE 20 POSITION  2 HIGH.
           MOVE ZEROS TO NUM-E.
           ACCEPT NUM-E LINE 20 POSITION 13 NO BEEP.
           IF NUM-E NOT = 0 THEN
              PERFORM ELEGIR-SOLICITUD.
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
           DISPLAY ' APROBACION DE CAMBIOS SENSIBLES '
                                  LINE  3 POSITION 23 REVERSE HIGH.
      *
           DISPLAY GUION          LINE 22 POSITION 2 HIGH.
           DISPLAY MENSAJE        LINE 23 POSITION 2 REVERSE.
      *
      * ************************************************
      * Lista las solicitudes pendientes (filas 6 a 17), de la mas
      * antigua a la mas reciente
      * ************************************************
       LISTAR-PENDIENTES.
           DISPLAY 'Num.   Campo   Clave Anterior' LINE 5 POSITION 2
                                                     HIGH.
           DISPLAY 'Nuevo'        LINE  5 POSITION 46 HIGH.
           DISPLAY 'Pedido'       LINE  5 POSITION 71 HIGH.
           MOVE 6 TO LIN-L.
           MOVE 0 TO NUM-PEND.
           MOVE SPACE TO FINLEC.
           MOVE ZEROS TO CSPNUM.
           START FCSP KEY IS NOT LESS CSPNUM INVALID KEY
                                      MOVE 'S' TO FINLEC.
           PERFORM LEER-SOLICITUD.
           PERFORM LISTAR-UNA UNTIL FINLEC = 'S'.
      *
           IF NUM-PEND = 0 THEN
              DISPLAY 'No hay cambios pendientes de aprobar.'
                                  LINE  8 POSITION 20.
           IF NUM-PEND > 12 THEN
              MOVE NUM-PEND TO ZCNT
              DISPLAY 'Pendientes en total:'
                                  LINE 18 POSITION  2
              DISPLAY ZCNT        LINE 18 POSITION 23.
      *
       LISTAR-UNA.
           IF CSP-PENDIENTE THEN
              ADD 1 TO NUM-PEND
              IF LIN-L < 18 THEN
                 PERFORM TEXTOS-SOLICITUD
                 DISPLAY CSPNUM    LINE LIN-L POSITION  2
                 DISPLAY TXT-CAMPO(1:7) LINE LIN-L POSITION  9
                 DISPLAY CSPCLA    LINE LIN-L POSITION 17
                 DISPLAY TXT-ANT   LINE LIN-L POSITION 22
                 DISPLAY TXT-NUE   LINE LIN-L POSITION 46
                 DISPLAY CSPUSU    LINE LIN-L POSITION 71
                 ADD 1 TO LIN-L.
           PERFORM LEER-SOLICITUD.
      *
       LEER-SOLICITUD.
           IF FINLEC NOT = 'S' THEN
              READ FCSP NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * Nombre del campo y valores anterior y nuevo como texto: el
      * IBAN tal cual y los importes editados.
       TEXTOS-SOLICITUD.
           IF CSP-LIMITE THEN
              MOVE 'Limite credito' TO TXT-CAMPO.
           IF CSP-IBAN THEN
              MOVE 'IBAN'           TO TXT-CAMPO.
           IF CSP-PRECIO THEN
              MOVE 'Precio'         TO TXT-CAMPO.
           IF CSP-IBAN THEN
              MOVE CSPANT TO TXT-ANT
              MOVE CSPNUE TO TXT-NUE
            ELSE
              MOVE CSPAIM TO ZIMP
              MOVE ZIMP   TO TXT-ANT
              MOVE CSPNIM TO ZIMP
              MOVE ZIMP   TO TXT-NUE.
           IF CSP-IBAN AND CSPANT = SPACES THEN
              MOVE '(alta de la cuenta)' TO TXT-ANT.
      *
      * ************************************************
      * Detalle de una solicitud y decision
      * ************************************************
       ELEGIR-SOLICITUD.
           MOVE NUM-E TO CSPNUM.
           MOVE 'S' TO EXISTE.
           READ FCSP RECORD KEY IS CSPNUM INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'S' AND NOT CSP-PENDIENTE THEN
              MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              DISPLAY ERROR-N  LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA  LINE 23 POSITION 79
            ELSE
              PERFORM MOSTRAR-SOLICITUD
              IF CSPUSU = APR-OPERADOR THEN
                 DISPLAY ERROR-PROP LINE 23 POSITION 14 REVERSE
                 ACCEPT CONTINUA    LINE 23 POSITION 79
               ELSE
                 PERFORM PEDIR-DECISION.
      *
       MOSTRAR-SOLICITUD.
           PERFORM PANTALLA.
           PERFORM TEXTOS-SOLICITUD.
           PERFORM LEER-VALOR-ACTUAL.
           DISPLAY 'Solicitud.........:' LINE  5 POSITION  2 HIGH.
           DISPLAY CSPNUM                 LINE  5 POSITION 22.
           DISPLAY 'Campo.............:' LINE  6 POSITION  2 HIGH.
           DISPLAY TXT-CAMPO              LINE  6 POSITION 22.
           IF CSP-PRECIO THEN
              DISPLAY 'Producto..........:' LINE  7 POSITION  2 HIGH
            ELSE
              DISPLAY 'Cliente...........:' LINE  7 POSITION  2 HIGH.
           DISPLAY CSPCLA                 LINE  7 POSITION 22.
           DISPLAY NOM-TXT                LINE  7 POSITION 28.
           DISPLAY 'Valor anterior....:' LINE  9 POSITION  2 HIGH.
           DISPLAY TXT-ANT                LINE  9 POSITION 22.
           DISPLAY 'Valor nuevo.......:' LINE 10 POSITION  2 HIGH.
           DISPLAY TXT-NUE                LINE 10 POSITION 22 HIGH.
           IF CSP-IBAN AND CSPANT = SPACES THEN
              DISPLAY 'Domiciliado.......:' LINE 11 POSITION  2 HIGH
              DISPLAY CSPDOM               LINE 11 POSITION 22.
           IF CSP-PRECIO AND CSP-PRECIO-FECHA THEN
              DISPLAY 'Precio con fecha de vigor (UD21E10)'
                                          LINE 11 POSITION 22.
           DISPLAY 'Valor en el maestro:' LINE 12 POSITION  1 HIGH.
           DISPLAY ACT-TXT                LINE 12 POSITION 22.
           IF VIGENTE = 'N' THEN
              DISPLAY MSGVIG              LINE 12 POSITION 48 REVERSE.
           MOVE CSPDD TO FSD.
           MOVE CSPMM TO FSM.
           MOVE CSPAA TO FSA.
           MOVE CSPHH TO FSH.
           MOVE CSPNN TO FSN.
           DISPLAY 'Pedido por........:' LINE 14 POSITION  2 HIGH.
           DISPLAY CSPUSU                 LINE 14 POSITION 22.
           DISPLAY FSOL                   LINE 14 POSITION 32.
      *
      * Si el maestro ya no tiene el valor anterior, el cambio no se
      * puede aplicar: solo cabe rechazarlo.
       PEDIR-DECISION.
           DISPLAY MSGDEC LINE 23 POSITION 14 REVERSE.
           IF VIGENTE = 'N' THEN
              DISPLAY ERROR-VIG LINE 18 POSITION  2 REVERSE.
           DISPLAY 'Decision (A/R/D)..:' LINE 16 POSITION  2 HIGH.
           MOVE SPACE TO DECISION.
           ACCEPT DECISION LINE 16 POSITION 22 NO BEEP.
           INSPECT DECISION CONVERTING 'ard' TO 'ARD'.
           IF DECISION = 'A' AND VIGENTE = 'S' THEN
              PERFORM APROBAR.
           IF DECISION = 'R' THEN
              PERFORM RECHAZAR.
      *
      * ************************************************
      * Valor que tiene ahora el maestro y si coincide con el
      * anterior de la solicitud
      * ************************************************
       LEER-VALOR-ACTUAL.
           MOVE SPACES TO ACT-TXT.
           MOVE SPACES TO NOM-TXT.
           MOVE 'E' TO VIGENTE.
           IF CSP-LIMITE THEN
              PERFORM ACTUAL-LIMITE.
           IF CSP-IBAN THEN
              PERFORM ACTUAL-IBAN.
           IF CSP-PRECIO THEN
              PERFORM ACTUAL-PRECIO.
      *
       ACTUAL-LIMITE.
           OPEN INPUT FCLI.
           IF FS-FCLI = '00' THEN
              PERFORM LEER-LIMITE
              CLOSE FCLI.
      *
       LEER-LIMITE.
           MOVE CSPCLA TO CLICOD.
           MOVE 'S' TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'S' THEN
              MOVE CLINOM TO NOM-TXT
              MOVE CLILIM TO ZIMP
              MOVE ZIMP   TO ACT-TXT
              MOVE 'N' TO VIGENTE.
           IF EXISTE = 'S' AND CLILIM = CSPAIM THEN
              MOVE 'S' TO VIGENTE.
      *
      * El alta de la cuenta esta vigente mientras el cliente siga
      * sin cuenta.
       ACTUAL-IBAN.
           OPEN INPUT FCLI.
           IF FS-FCLI = '00' THEN
              PERFORM LEER-NOMBRE
              CLOSE FCLI.
           OPEN INPUT FBAN.
           IF FS-FBAN = '00' OR FS-FBAN = '35' THEN
              PERFORM COMPARAR-IBAN.
      *
       LEER-NOMBRE.
           MOVE CSPCLA TO CLICOD.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE SPACES TO CLINOM.
           MOVE CLINOM TO NOM-TXT.
      *
       COMPARAR-IBAN.
           MOVE 'N' TO EXISTE.
           IF FS-FBAN = '00' THEN
              PERFORM LEER-CUENTA
              CLOSE FBAN.
           MOVE 'N' TO VIGENTE.
           IF EXISTE = 'S' THEN
              MOVE BANIBA TO ACT-TXT
            ELSE
              MOVE '(sin cuenta)' TO ACT-TXT.
           IF EXISTE = 'S' AND BANIBA = CSPANT THEN
              MOVE 'S' TO VIGENTE.
           IF EXISTE = 'N' AND CSPANT = SPACES THEN
              MOVE 'S' TO VIGENTE.
      *
       LEER-CUENTA.
           MOVE CSPCLA TO BANCLI.
           MOVE 'S' TO EXISTE.
           READ FBAN RECORD KEY IS BANCLI INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
       ACTUAL-PRECIO.
           OPEN INPUT FPROD.
           IF FS-FPROD = '00' THEN
              PERFORM LEER-PRECIO
              CLOSE FPROD.
      *
       LEER-PRECIO.
           MOVE CSPCLA TO PROCOD.
           MOVE 'S' TO EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'S' THEN
              MOVE PRODES TO NOM-TXT
              MOVE PROPRE TO ZIMP
              MOVE ZIMP   TO ACT-TXT
              MOVE 'N' TO VIGENTE.
           IF EXISTE = 'S' AND PROPRE = CSPAIM THEN
              MOVE 'S' TO VIGENTE.
      *
      * ************************************************
      * Aprobacion: se aplica al maestro y, si se pudo, la
      * solicitud queda aprobada
      * ************************************************
       APROBAR.
           ACCEPT HR1 FROM TIME.
           MOVE 'N' TO APLICADO.
           IF CSP-LIMITE THEN
              PERFORM APLICAR-LIMITE.
           IF CSP-IBAN THEN
              PERFORM APLICAR-IBAN.
           IF CSP-PRECIO AND NOT CSP-PRECIO-FECHA THEN
              PERFORM APLICAR-PRECIO.
           IF CSP-PRECIO AND CSP-PRECIO-FECHA THEN
              MOVE 'S' TO APLICADO.
           IF APLICADO = 'S' THEN
              SET CSP-APROBADO TO TRUE
              MOVE SPACES TO CSPMOT
              PERFORM CERRAR-SOLICITUD
              PERFORM AVISAR-APROBADO.
      *
       AVISAR-APROBADO.
           IF CSP-PRECIO AND CSP-PRECIO-FECHA THEN
              DISPLAY MSGAPF  LINE 23 POSITION 14 REVERSE
            ELSE
              DISPLAY MSGAPR  LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA LINE 23 POSITION 79.
      *
      * El maestro se relee bloqueado y se vuelve a comprobar el
      * valor anterior justo antes de reescribir.
       APLICAR-LIMITE.
           OPEN I-O FCLI.
           IF FS-FCLI NOT = '00' THEN
              MOVE FS-FCLI TO FS-ERR
              PERFORM ERROR-FICHERO
            ELSE
              PERFORM CAMBIAR-LIMITE
              CLOSE FCLI.
      *
       CAMBIAR-LIMITE.
           MOVE CSPCLA TO CLICOD.
           MOVE 'S' TO EXISTE.
           READ FCLI WITH LOCK KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF FS-FCLI = '51' THEN
              DISPLAY ERROR-BLQ LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA   LINE 23 POSITION 79
            ELSE
              PERFORM REESCRIBIR-LIMITE
              UNLOCK FCLI.
      *
       REESCRIBIR-LIMITE.
           IF EXISTE = 'S' AND CLILIM = CSPAIM THEN
              MOVE CSPNIM TO CLILIM
              REWRITE REGCLI
              PERFORM CERRAR-LIMITE
            ELSE
              DISPLAY ERROR-VIG LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA   LINE 23 POSITION 79.
      *
       CERRAR-LIMITE.
           IF FS-FCLI = '00' THEN
              MOVE 'S' TO APLICADO
              MOVE 'CLIENTES' TO JRN-FICHERO
              MOVE 'REWRIT' TO JRN-OPER
              MOVE REGCLI TO JRN-IMAGEN
              CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER, JRN-IMAGEN
              MOVE 'CAMBIO' TO AUDOPC
              PERFORM ANOTAR-AUDITCLI
            ELSE
              MOVE FS-FCLI TO FS-ERR
              PERFORM ERROR-FICHERO.
      *
      * Alta de la cuenta (anterior en blanco) o cambio del IBAN; la
      * domiciliacion de un cambio es la que tenga ya la cuenta.
       APLICAR-IBAN.
           OPEN I-O FBAN.
           IF FS-FBAN = '35' THEN
              OPEN OUTPUT FBAN
              CLOSE FBAN
              OPEN I-O FBAN.
           IF FS-FBAN NOT = '00' THEN
              MOVE FS-FBAN TO FS-ERR
              PERFORM ERROR-FICHERO
            ELSE
              PERFORM CAMBIAR-IBAN
              CLOSE FBAN.
      *
       CAMBIAR-IBAN.
           PERFORM LEER-CUENTA.
           IF CSPANT = SPACES AND EXISTE = 'N' THEN
              MOVE CSPCLA TO BANCLI
              MOVE CSPNUE TO BANIBA
              MOVE CSPDOM TO BANDOM
              WRITE REGBAN
              MOVE 'WRITE ' TO JRN-OPER
              PERFORM CERRAR-IBAN
            ELSE
              IF EXISTE = 'S' AND BANIBA = CSPANT THEN
                 MOVE CSPNUE TO BANIBA
                 REWRITE REGBAN
                 MOVE 'REWRIT' TO JRN-OPER
                 PERFORM CERRAR-IBAN
               ELSE
                 DISPLAY ERROR-VIG LINE 23 POSITION 14 REVERSE
                 ACCEPT CONTINUA   LINE 23 POSITION 79.
      *
       CERRAR-IBAN.
           IF FS-FBAN = '00' THEN
              MOVE 'S' TO APLICADO
              MOVE 'BANCOCLI' TO JRN-FICHERO
              MOVE REGBAN TO JRN-IMAGEN
              CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER, JRN-IMAGEN
              MOVE 'IBAN' TO AUDOPC
              PERFORM ANOTAR-AUDITCLI
            ELSE
              MOVE FS-FBAN TO FS-ERR
              PERFORM ERROR-FICHERO.
      *
      * El precio aprobado deja ademas su linea en PRECIHIS.DAT,
      * como MODIFICA en UD09E1, con el IVA sin cambio.
       APLICAR-PRECIO.
           OPEN I-O FPROD.
           IF FS-FPROD NOT = '00' THEN
              MOVE FS-FPROD TO FS-ERR
              PERFORM ERROR-FICHERO
            ELSE
              PERFORM CAMBIAR-PRECIO
              CLOSE FPROD.
      *
       CAMBIAR-PRECIO.
           MOVE CSPCLA TO PROCOD.
           MOVE 'S' TO EXISTE.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
           IF EXISTE = 'S' AND PROPRE = CSPAIM THEN
              MOVE CSPNIM TO PROPRE
              REWRITE REGPRO
              PERFORM CERRAR-PRECIO
            ELSE
              DISPLAY ERROR-VIG LINE 23 POSITION 14 REVERSE
              ACCEPT CONTINUA   LINE 23 POSITION 79.
      *
       CERRAR-PRECIO.
           IF FS-FPROD = '00' THEN
              MOVE 'S' TO APLICADO
              MOVE 'PRODUCTO' TO JRN-FICHERO
              MOVE 'REWRIT' TO JRN-OPER
              MOVE REGPRO TO JRN-IMAGEN
              CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER, JRN-IMAGEN
              PERFORM ANOTAR-AUDITPRO
              PERFORM ANOTAR-PRECIHIS
            ELSE
              MOVE FS-FPROD TO FS-ERR
              PERFORM ERROR-FICHERO.
      *
      * ************************************************
      * Rechazo, con su motivo
      * ************************************************
       RECHAZAR.
           DISPLAY MSGMOT LINE 23 POSITION 14 REVERSE.
           DISPLAY 'Motivo............:' LINE 17 POSITION  2 HIGH.
           MOVE SPACES TO MOTIVO-E.
           ACCEPT MOTIVO-E LINE 17 POSITION 22 NO BEEP.
           IF MOTIVO-E = SPACES AND VIGENTE = 'N' THEN
              MOVE MSGVIG TO MOTIVO-E.
           ACCEPT HR1 FROM TIME.
           SET CSP-RECHAZADO TO TRUE.
           MOVE MOTIVO-E TO CSPMOT.
           PERFORM CERRAR-SOLICITUD.
           DISPLAY MSGREC  LINE 23 POSITION 14 REVERSE.
           ACCEPT CONTINUA LINE 23 POSITION 79.
      *
      * Quien decidio y cuando.
       CERRAR-SOLICITUD.
           MOVE APR-OPERADOR TO CSPSUP.
           MOVE AA1 TO CSRAA.
           MOVE MM1 TO CSRMM.
           MOVE DD1 TO CSRDD.
           MOVE HH1 TO CSRHH.
           MOVE NN1 TO CSRNN.
           MOVE SS1 TO CSRSS.
           REWRITE REGCSP.
           IF FS-FCSP NOT = '00' THEN
              MOVE FS-FCSP TO FS-ERR
              PERFORM ERROR-FICHERO.
      *
      * ************************************************
      * Auditoria del cambio aplicado, a nombre de quien lo pidio
      * ************************************************
       ANOTAR-AUDITCLI.
           OPEN EXTEND FAUDC.
           IF FS-FAUDC = '35' THEN
              OPEN OUTPUT FAUDC.
           IF FS-FAUDC NOT = '00' THEN
              MOVE FS-FAUDC TO FS-ERR
              PERFORM ERROR-FICHERO
            ELSE
              MOVE CSPCLA TO AUDCOD
              MOVE AA1    TO AUDAA
              MOVE MM1    TO AUDMM
              MOVE DD1    TO AUDDD
              MOVE HH1    TO AUDHH
              MOVE NN1    TO AUDNN
              MOVE SS1    TO AUDSS
              MOVE CSPUSU TO AUDUSU
              WRITE REGAUD
              CLOSE FAUDC.
      *
       ANOTAR-AUDITPRO.
           OPEN EXTEND FAUDP.
           IF FS-FAUDP = '35' THEN
              OPEN OUTPUT FAUDP.
           IF FS-FAUDP NOT = '00' THEN
              MOVE FS-FAUDP TO FS-ERR
              PERFORM ERROR-FICHERO
            ELSE
              MOVE CSPCLA   TO AUPCOD
              MOVE 'CAMBIO' TO AUPOPC
              MOVE AA1      TO AUPAA
              MOVE MM1      TO AUPMM
              MOVE DD1      TO AUPDD
              MOVE HH1      TO AUPHH
              MOVE NN1      TO AUPNN
              MOVE SS1      TO AUPSS
              MOVE CSPUSU   TO AUPUSU
              WRITE REGAUP
              CLOSE FAUDP.
      *
       ANOTAR-PRECIHIS.
           OPEN EXTEND FPHI.
           IF FS-FPHI = '35' THEN
              OPEN OUTPUT FPHI.
           IF FS-FPHI NOT = '00' THEN
              MOVE FS-FPHI TO FS-ERR
              PERFORM ERROR-FICHERO
            ELSE
              MOVE PROCOD  TO PHICOD
              MOVE CSPAIM  TO PHIPREANT
              MOVE PROPRE  TO PHIPRENUE
              MOVE PROIVA  TO PHIIVAANT
              MOVE PROIVA  TO PHIIVANUE
              MOVE AA1     TO PHIAA
              MOVE MM1     TO PHIMM
              MOVE DD1     TO PHIDD
              MOVE HH1     TO PHIHH
              MOVE NN1     TO PHINN
              MOVE SS1     TO PHISS
              WRITE REGPHI
              CLOSE FPHI.
      *
      * ************************************************
      * Pantalla amigable de error de fichero
      * ************************************************
       ERROR-FICHERO.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-ERR    LINE 23 POSITION 40 REVERSE.
           ACCEPT CONTINUA   LINE 23 POSITION 79.
