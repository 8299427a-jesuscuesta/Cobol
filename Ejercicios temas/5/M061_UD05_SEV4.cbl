123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD05E4.
       REMARKS. UNIDAD 5. EJERCICIO 4.
      *
      * Conversion, de una sola vez, de las personas de PERSONAS.DAT
      * (sin clave, anadidas por el antiguo UD05E3) y del historico
      * de IMC IMCHIST.DAT (visitas por nombre) al maestro de
      * personas MAESPER.DAT:
      *
      *  - Las fichas de PERSONAS.DAT con el mismo nombre y
      *    apellidos (sin contar mayusculas ni acentos, clave de la
      *    rutina comun NOMBUS) y el mismo sexo, o sin sexo, son una
      *    sola persona. Si se escribieron distinto ("Jose" y el
      *    mismo nombre con tilde) el informe lo dice (VARIANTE).
      *    Con el mismo nombre y otro sexo se crea otra persona y
      *    el informe lo dice (SEXO). Un sexo que no es M ni F se
      *    deja en blanco para completarlo en UD05E3.
      *  - Cada visita de IMCHIST.DAT se asigna a la persona cuyo
      *    nombre y apellidos coinciden en las diez primeras
      *    posiciones, que son las que guarda la visita. Sin ninguna
      *    se crea la persona con el nombre de la visita (NUEVA);
      *    con mas de una, la visita se queda sin persona (HISTID
      *    cero) y el informe da las candidatas (AMBIGUA), para
      *    vincularla a mano con la opcion <V> de UD4E3.
      *  - Las fichas y visitas ya anonimizadas por una supresion de
      *    UD10E10 no dan personas: las visitas se quedan sin ella
      *    como dato estadistico.
      *
      * Antes de tocar nada copia PERSONAS.DAT en PERSONAS.BAK e
      * IMCHIST.DAT en IMCHIST.BAK, y trabaja desde las copias.
      * Despues graba MAESPER.DAT, reescribe IMCHIST.DAT con el
      * numero de persona, deja en SECUPER.DAT el ultimo numero
      * dado y vacia PERSONAS.DAT. El informe queda en CONVPER.PRN.
      * No corre si el maestro ya tiene personas ni si quedan .BAK
      * de una conversion anterior: revisado el informe, hay que
      * borrar los .BAK; si la conversion se corta a medias, se
      * restauran PERSONAS.DAT e IMCHIST.DAT desde ellos y se
      * vacia MAESPER.DAT antes de repetirla.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Ficheros antiguos y sus copias.
            SELECT FPER ASSIGN TO DISK 'PERSONAS.DAT'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FPER.
      *
            SELECT FBAKP ASSIGN TO DISK 'PERSONAS.BAK'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FBAKP.
      *
      * IMCHIST.DAT con el trazado antiguo (sin numero de persona)
      * para la copia, y con el nuevo (REGIMC) para reescribirlo.
            SELECT FHISV ASSIGN TO DISK 'IMCHIST.DAT'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FHISV.
      *
            SELECT FHIST ASSIGN TO DISK 'IMCHIST.DAT'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FHIST.
      *
            SELECT FBAKH ASSIGN TO DISK 'IMCHIST.BAK'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FBAKH.
      *
            SELECT FPSN ASSIGN TO DISK 'MAESPER.DAT'
            RECORD KEY IS PSNID
            ALTERNATE RECORD KEY IS PSNBUS WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            LOCK MODE IS EXCLUSIVE
            FILE STATUS IS FS-FPSN.
      *
            SELECT FSEC ASSIGN TO DISK 'SECUPER.DAT'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            LOCK MODE IS EXCLUSIVE
            FILE STATUS IS FS-FSEC.
      *
      * Informe de la conversion (texto, 80 columnas).
            SELECT FLISTA ASSIGN TO DISK 'CONVPER.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FLISTA.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FPER LABEL RECORD IS STANDARD.
       01 REGPER-V     PIC X(46).
      *
       FD FBAKP LABEL RECORD IS STANDARD.
       01 REGPER.
          02 PERNOM  PIC X(15).
          02 PERAPE1 PIC X(15).
          02 PERAPE2 PIC X(15).
          02 PERSEX  PIC X.
      *
       FD FHISV LABEL RECORD IS STANDARD.
       01 REGHIST-V    PIC X(48).
      *
       FD FHIST LABEL RECORD IS STANDARD.
           COPY REGIMC.
      *
      * Trazado antiguo de la visita: el actual sin HISTID.
       FD FBAKH LABEL RECORD IS STANDARD.
       01 REGHISB.
          02 HISBNOM  PIC X(10).
          02 HISBAPE1 PIC X(10).
          02 HISBAPE2 PIC X(10).
          02 HISBFEC  PIC 9(8).
          02 HISBPESO PIC 999.
          02 HISBALT  PIC 9V99.
          02 HISBIMC  PIC 99V99.
      *
       FD FPSN LABEL RECORD IS STANDARD.
           COPY REGPSN.
      *
       FD FSEC LABEL RECORD IS STANDARD.
       01 REGSEC      PIC 9(6).
      *
       FD FLISTA LABEL RECORD IS STANDARD.
           01 LIN-IMPR PIC X(80).

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 GUION      PIC X(60) VALUE ALL '-'.
       77 MENSAJE    PIC X(60) VALUE ' MENSAJES:   '.
       77 MSGCONV    PIC X(55) VALUE
           'Convierte PERSONAS.DAT e IMCHIST.DAT. Confirma (S/N)?'.
       77 CONTINUA   PIC X.
       77 CONFIRMA   PIC X.
       77 FINLEC     PIC X.
       77 PUEDE      PIC X.
       77 LLENA      PIC X.
       77 HAY-BAK    PIC X.
      *
      * Marca que deja la supresion de UD10E10 en el nombre.
       77 TXT-SUPR   PIC X(20) VALUE '*** SUPRIMIDO ***'.
      *
      * Personas del maestro en construccion. TPS-CLAVE es la clave
      * de busqueda (NOMBUS) y TPS-NOM..TPS-APE2 el nombre tal como
      * se escribio en la primera ficha o visita.
       77 MAXPSN     PIC 9(4) VALUE 500.
       77 NUMPSN     PIC 9(4) VALUE 0.
       77 IDX        PIC 9(4).
       77 IDX-ENC    PIC 9(4).
       77 NUM-CAND   PIC 9(4).
       77 HAY-OTRO   PIC X.
       01 TABLA-PERSONAS.
           02 TPS OCCURS 500 TIMES.
              03 TPS-ID    PIC 9(6).
              03 TPS-NOM   PIC X(15).
              03 TPS-APE1  PIC X(15).
              03 TPS-APE2  PIC X(15).
              03 TPS-SEX   PIC X.
              03 TPS-CLAVE.
                 04 TPS-CAPE1 PIC X(15).
                 04 TPS-CAPE2 PIC X(15).
                 04 TPS-CNOM  PIC X(15).
      *
      * Ultimo numero de persona (SECUPER.DAT).
       77 SEC-VALOR  PIC 9(6) VALUE 0.
      *
      * Recuentos de la conversion.
       77 NUM-PER    PIC 9(5).
       77 NUM-FUS    PIC 9(5).
       77 NUM-VAR    PIC 9(5).
       77 NUM-SEX    PIC 9(5).
       77 NUM-VIS    PIC 9(5).
       77 NUM-VIN    PIC 9(5).
       77 NUM-NUE    PIC 9(5).
       77 NUM-AMB    PIC 9(5).
       77 NUM-SUP    PIC 9(5).
       77 ZNUM       PIC ZZZZ9.
      *
      * Argumento de la rutina comun NOMBUS.
           COPY NOMBUS.
      *
      * Paginacion del informe.
       77 NUMPAG     PIC 999 VALUE 0.
       77 LINPAG     PIC 99  VALUE 0.
       77 MAXLIN     PIC 99  VALUE 55.
      *
       77 FS-FPER    PIC XX.
       77 FS-FBAKP   PIC XX.
       77 FS-FHISV   PIC XX.
       77 FS-FHIST   PIC XX.
       77 FS-FBAKH   PIC XX.
       77 FS-FPSN    PIC XX.
       77 FS-FSEC    PIC XX.
       77 FS-FLISTA  PIC XX.
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
      * Fecha de la visita con separadores.
       01 FM2.
           02 DM2     PIC 99.
           02 GM1     PIC X   VALUE '/'.
           02 MM2B    PIC 99.
           02 GM2     PIC X   VALUE '/'.
           02 AM2     PIC 9999.
      *
      * Lineas de cabecera de pagina del informe.
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
           02 CAB-FEC PIC X(10).
           02 FILLER  PIC X(2)  VALUE SPACES.
      *
       01 CABECERA-4.
           02 FILLER  PIC X(22) VALUE SPACES.
           02 FILLER  PIC X(36) VALUE
              'CONVERSION AL MAESTRO DE PERSONAS'.
           02 FILLER  PIC X(22) VALUE SPACES.
      *
       01 CABECERA-5.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 FILLER  PIC X(10) VALUE 'Caso'.
           02 FILLER  PIC X(8)  VALUE 'Numero'.
           02 FILLER  PIC X(16) VALUE 'Nombre'.
           02 FILLER  PIC X(16) VALUE 'Apellido 1'.
           02 FILLER  PIC X(16) VALUE 'Apellido 2'.
           02 FILLER  PIC X(12) VALUE 'Observacion'.
      *
       01 BLANCO-IMPR  PIC X(80) VALUE SPACES.
       01 GUION-IMPR   PIC X(80) VALUE ALL '-'.
      *
      * Linea de un caso del informe.
       01 LINEA-CASO.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 LC-TIPO  PIC X(9).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 LC-ID    PIC ZZZZZ9.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 LC-NOM   PIC X(15).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 LC-APE1  PIC X(15).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 LC-APE2  PIC X(15).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 LC-OBS   PIC X(12).
      *
      * Linea de total del informe.
       01 LINEA-TOTAL.
           02 FILLER   PIC X(4)  VALUE SPACES.
           02 LT-TXT   PIC X(40).
           02 LT-NUM   PIC ZZZZ9.
           02 FILLER   PIC X(31) VALUE SPACES.
123456*
       PROCEDURE DIVISION.
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
           ACCEPT FECHA FROM DATE YYYYMMDD.
           MOVE FECHA TO FF1.
           MOVE DD1   TO DD2.
           MOVE MM1   TO MM2.
           MOVE AA1   TO AA2.
      *
           MOVE 0 TO NUMPSN NUM-PER NUM-FUS NUM-VAR NUM-SEX NUM-VIS
                     NUM-VIN NUM-NUE NUM-AMB NUM-SUP NUMPAG.
           MOVE 'N' TO LLENA.
      *
      * ************************************************
      * Proceso del programa
      * ************************************************
        PROCESO.
           PERFORM PANTALLA.
           PERFORM COMPROBAR.
           IF PUEDE = 'S' THEN
              DISPLAY MSGCONV   LINE 23 POSITION 14 REVERSE
              MOVE SPACE TO CONFIRMA
              ACCEPT CONFIRMA   LINE 23 POSITION 70 NO BEEP
              IF CONFIRMA = 'S' OR CONFIRMA = 's' THEN
                 PERFORM CONVERTIR
               ELSE
                 DISPLAY 'CONVERSION CANCELADA.'
                                  LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CONTINUE.
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
           DISPLAY 'CONVERSION AL MAESTRO DE PERSONAS'
                                   LINE  3 POSITION 24 REVERSE HIGH.
           DISPLAY GUION           LINE 22 POSITION 10 HIGH.
           DISPLAY MENSAJE         LINE 23 POSITION  3 REVERSE.
      *
      * ************************************************
      * La conversion se hace una sola vez: el maestro tiene que
      * estar vacio y no puede quedar ninguna copia .BAK
      * ************************************************
       COMPROBAR.
           MOVE 'S' TO PUEDE.
           OPEN INPUT FPSN.
           IF FS-FPSN = '00' THEN
              PERFORM MIRAR-MAESTRO
              CLOSE FPSN.
      *
           MOVE 'N' TO HAY-BAK.
           IF PUEDE = 'S' THEN
              OPEN INPUT FBAKP
              IF FS-FBAKP = '00' THEN
                 CLOSE FBAKP
                 MOVE 'S' TO HAY-BAK
               ELSE
                 OPEN INPUT FBAKH
                 IF FS-FBAKH = '00' THEN
                    CLOSE FBAKH
                    MOVE 'S' TO HAY-BAK.
           IF HAY-BAK = 'S' THEN
              MOVE 'N' TO PUEDE
              DISPLAY 'Quedan .BAK de otra conversion: revise.'
                               LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
      *
       MIRAR-MAESTRO.
           READ FPSN NEXT RECORD AT END CONTINUE.
           IF FS-FPSN = '00' THEN
              MOVE 'N' TO PUEDE
              DISPLAY 'MAESPER.DAT ya tiene personas.'
                               LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
      *
      * ************************************************
      * Conversion completa: copias, tabla de personas en memoria
      * y, si cabe entera, grabacion de los ficheros nuevos
      * ************************************************
       CONVERTIR.
           OPEN OUTPUT FLISTA.
           IF FS-FLISTA NOT = '00' THEN
              MOVE FS-FLISTA TO FS-ERR
              PERFORM ERROR-FICHERO
              PERFORM CONTINUAR
            ELSE
              PERFORM CABECERA
              PERFORM COPIAR-PERSONAS
              PERFORM COPIAR-VISITAS
              PERFORM CARGAR-PERSONAS
              PERFORM CARGAR-VISITAS
              IF LLENA = 'S' THEN
                 MOVE 'TABLA LLENA: NO SE HA CONVERTIDO NADA'
                                    TO LT-TXT
                 MOVE MAXPSN TO LT-NUM
                 PERFORM ESCRIBIR-TOTAL
                 CLOSE FLISTA
                 DISPLAY 'Demasiadas personas: no se ha convertido.'
                                  LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
               ELSE
                 PERFORM GRABAR-MAESTRO
                 PERFORM REESCRIBIR-VISITAS
                 PERFORM GRABAR-CONTADOR
                 PERFORM VACIAR-PERSONAS
                 PERFORM ESCRIBIR-TOTALES
                 CLOSE FLISTA
                 PERFORM MOSTRAR-TOTALES.
      *
      * ************************************************
      * Copias de seguridad de los ficheros antiguos. Si alguno no
      * existe se deja la copia vacia
      * ************************************************
       COPIAR-PERSONAS.
           OPEN OUTPUT FBAKP.
           OPEN INPUT FPER.
           IF FS-FPER = '00' THEN
              PERFORM RECORRER-PERSONAS
              CLOSE FPER.
           CLOSE FBAKP.
      *
       RECORRER-PERSONAS.
           MOVE SPACE TO FINLEC.
           READ FPER AT END MOVE 'S' TO FINLEC.
           PERFORM COPIAR-UNA-PERSONA UNTIL FINLEC = 'S'.
      *
       COPIAR-UNA-PERSONA.
           WRITE REGPER FROM REGPER-V.
           READ FPER AT END MOVE 'S' TO FINLEC.
      *
       COPIAR-VISITAS.
           OPEN OUTPUT FBAKH.
           OPEN INPUT FHISV.
           IF FS-FHISV = '00' THEN
              PERFORM RECORRER-VISITAS
              CLOSE FHISV.
           CLOSE FBAKH.
      *
       RECORRER-VISITAS.
           MOVE SPACE TO FINLEC.
           READ FHISV AT END MOVE 'S' TO FINLEC.
           PERFORM COPIAR-UNA-VISITA UNTIL FINLEC = 'S'.
      *
       COPIAR-UNA-VISITA.
           WRITE REGHISB FROM REGHIST-V.
           READ FHISV AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Personas de PERSONAS.BAK: las del mismo nombre y sexo
      * compatible se funden en una sola
      * ************************************************
       CARGAR-PERSONAS.
           OPEN INPUT FBAKP.
           MOVE SPACE TO FINLEC.
           READ FBAKP AT END MOVE 'S' TO FINLEC.
           PERFORM CARGAR-UNA-PERSONA UNTIL FINLEC = 'S'.
           CLOSE FBAKP.
      *
       CARGAR-UNA-PERSONA.
           ADD 1 TO NUM-PER.
           INSPECT PERSEX CONVERTING 'mf' TO 'MF'.
           IF PERSEX NOT = 'M' AND PERSEX NOT = 'F' THEN
              MOVE SPACE TO PERSEX.
      *
           IF PERNOM = TXT-SUPR(1:15) THEN
              ADD 1 TO NUM-SUP
            ELSE
              MOVE PERNOM  TO NBS-NOM
              MOVE PERAPE1 TO NBS-APE1
              MOVE PERAPE2 TO NBS-APE2
              CALL 'NOMBUS' USING NOMBUS-ARG
              MOVE 0   TO IDX-ENC
              MOVE 'N' TO HAY-OTRO
              PERFORM BUSCAR-FICHA VARYING IDX FROM 1 BY 1
                 UNTIL IDX > NUMPSN OR IDX-ENC > 0
              IF IDX-ENC > 0 THEN
                 PERFORM FUNDIR-FICHA
               ELSE
                 PERFORM NUEVA-DE-FICHA.
      *
           READ FBAKP AT END MOVE 'S' TO FINLEC.
      *
      * Misma clave: sirve si el sexo es el mismo o falta en una
      * de las dos; si no, se anota que hay otra de distinto sexo.
       BUSCAR-FICHA.
           IF TPS-CLAVE(IDX) = NBS-CLAVE THEN
              IF TPS-SEX(IDX) = PERSEX OR TPS-SEX(IDX) = SPACE
                                       OR PERSEX = SPACE THEN
                 MOVE IDX TO IDX-ENC
               ELSE
                 MOVE 'S' TO HAY-OTRO.
      *
       FUNDIR-FICHA.
           ADD 1 TO NUM-FUS.
           IF TPS-SEX(IDX-ENC) = SPACE THEN
              MOVE PERSEX TO TPS-SEX(IDX-ENC).
           IF PERNOM  NOT = TPS-NOM(IDX-ENC)
              OR PERAPE1 NOT = TPS-APE1(IDX-ENC)
              OR PERAPE2 NOT = TPS-APE2(IDX-ENC) THEN
              ADD 1 TO NUM-VAR
              MOVE 'VARIANTE'      TO LC-TIPO
              MOVE TPS-ID(IDX-ENC) TO LC-ID
              MOVE PERNOM          TO LC-NOM
              MOVE PERAPE1         TO LC-APE1
              MOVE PERAPE2         TO LC-APE2
              MOVE 'fusionada'     TO LC-OBS
              PERFORM ESCRIBIR-CASO.
      *
       NUEVA-DE-FICHA.
           PERFORM ANADIR-PERSONA.
           IF LLENA = 'N' THEN
              MOVE PERNOM  TO TPS-NOM(NUMPSN)
              MOVE PERAPE1 TO TPS-APE1(NUMPSN)
              MOVE PERAPE2 TO TPS-APE2(NUMPSN)
              MOVE PERSEX  TO TPS-SEX(NUMPSN)
              IF HAY-OTRO = 'S' THEN
                 ADD 1 TO NUM-SEX
                 MOVE 'SEXO'         TO LC-TIPO
                 MOVE TPS-ID(NUMPSN) TO LC-ID
                 MOVE PERNOM         TO LC-NOM
                 MOVE PERAPE1        TO LC-APE1
                 MOVE PERAPE2        TO LC-APE2
                 MOVE 'otro sexo'    TO LC-OBS
                 PERFORM ESCRIBIR-CASO.
      *
      * Nueva entrada de la tabla con el siguiente numero y la
      * clave de NBS-CLAVE; LLENA 'S' si ya no cabe.
       ANADIR-PERSONA.
           IF NUMPSN NOT < MAXPSN THEN
              MOVE 'S' TO LLENA
            ELSE
              ADD 1 TO NUMPSN
              ADD 1 TO SEC-VALOR
              MOVE SEC-VALOR TO TPS-ID(NUMPSN)
              MOVE NBS-CLAVE TO TPS-CLAVE(NUMPSN).
      *
      * ************************************************
      * Primera pasada por las visitas: las que no casan con
      * ninguna persona crean la suya
      * ************************************************
       CARGAR-VISITAS.
           OPEN INPUT FBAKH.
           MOVE SPACE TO FINLEC.
           READ FBAKH AT END MOVE 'S' TO FINLEC.
           PERFORM CARGAR-UNA-VISITA UNTIL FINLEC = 'S'.
           CLOSE FBAKH.
      *
       CARGAR-UNA-VISITA.
           IF HISBNOM NOT = TXT-SUPR(1:10) THEN
              PERFORM CONTAR-CANDIDATAS
              IF NUM-CAND = 0 THEN
                 PERFORM ANADIR-PERSONA
                 IF LLENA = 'N' THEN
                    ADD 1 TO NUM-NUE
                    MOVE HISBNOM  TO TPS-NOM(NUMPSN)
                    MOVE HISBAPE1 TO TPS-APE1(NUMPSN)
                    MOVE HISBAPE2 TO TPS-APE2(NUMPSN)
                    MOVE SPACE    TO TPS-SEX(NUMPSN)
                    MOVE 'NUEVA'        TO LC-TIPO
                    MOVE TPS-ID(NUMPSN) TO LC-ID
                    MOVE HISBNOM        TO LC-NOM
                    MOVE HISBAPE1       TO LC-APE1
                    MOVE HISBAPE2       TO LC-APE2
                    MOVE 'de visita'    TO LC-OBS
                    PERFORM ESCRIBIR-CASO.
      *
           READ FBAKH AT END MOVE 'S' TO FINLEC.
      *
      * Personas cuyo nombre coincide con el de la visita en las
      * diez posiciones que esta guarda; IDX-ENC, la ultima.
       CONTAR-CANDIDATAS.
           MOVE HISBNOM  TO NBS-NOM.
           MOVE HISBAPE1 TO NBS-APE1.
           MOVE HISBAPE2 TO NBS-APE2.
           CALL 'NOMBUS' USING NOMBUS-ARG.
           MOVE 0 TO NUM-CAND.
           MOVE 0 TO IDX-ENC.
           PERFORM COMPARAR-CANDIDATA VARYING IDX FROM 1 BY 1
              UNTIL IDX > NUMPSN.
      *
       COMPARAR-CANDIDATA.
           IF TPS-CAPE1(IDX)(1:10) = NBS-CAPE1(1:10)
              AND TPS-CAPE2(IDX)(1:10) = NBS-CAPE2(1:10)
              AND TPS-CNOM(IDX)(1:10) = NBS-CNOM(1:10) THEN
              ADD 1 TO NUM-CAND
              MOVE IDX TO IDX-ENC.
      *
      * ************************************************
      * Grabacion del maestro desde la tabla
      * ************************************************
       GRABAR-MAESTRO.
           OPEN OUTPUT FPSN.
           IF FS-FPSN NOT = '00' THEN
              MOVE FS-FPSN TO FS-ERR
              PERFORM ERROR-FICHERO
            ELSE
              PERFORM GRABAR-PERSONA VARYING IDX FROM 1 BY 1
                 UNTIL IDX > NUMPSN
              CLOSE FPSN.
      *
       GRABAR-PERSONA.
           MOVE TPS-ID(IDX)    TO PSNID.
           MOVE TPS-NOM(IDX)   TO PSNNOM.
           MOVE TPS-APE1(IDX)  TO PSNAPE1.
           MOVE TPS-APE2(IDX)  TO PSNAPE2.
           MOVE TPS-SEX(IDX)   TO PSNSEX.
           MOVE ZEROS          TO PSNFNA.
           MOVE 'A'            TO PSNEST.
           MOVE TPS-CLAVE(IDX) TO PSNBUS.
           WRITE REGPSN.
           IF FS-FPSN NOT = '00' THEN
              MOVE FS-FPSN TO FS-ERR
              PERFORM ERROR-FICHERO.
      *
      * ************************************************
      * Segunda pasada por las visitas: IMCHIST.DAT se reescribe
      * con el numero de persona; las ambiguas quedan sin el
      * ************************************************
       REESCRIBIR-VISITAS.
           OPEN OUTPUT FHIST.
           IF FS-FHIST NOT = '00' THEN
              MOVE FS-FHIST TO FS-ERR
              PERFORM ERROR-FICHERO
            ELSE
              OPEN INPUT FBAKH
              PERFORM RECORRER-COPIA
              CLOSE FBAKH
              CLOSE FHIST.
      *
       RECORRER-COPIA.
           MOVE SPACE TO FINLEC.
           READ FBAKH AT END MOVE 'S' TO FINLEC.
           PERFORM REESCRIBIR-UNA-VISITA UNTIL FINLEC = 'S'.
      *
       REESCRIBIR-UNA-VISITA.
           ADD 1 TO NUM-VIS.
           MOVE HISBNOM  TO HISTNOM.
           MOVE HISBAPE1 TO HISTAPE1.
           MOVE HISBAPE2 TO HISTAPE2.
           MOVE HISBFEC  TO HISTFEC.
           MOVE HISBPESO TO HISTPESO.
           MOVE HISBALT  TO HISTALT.
           MOVE HISBIMC  TO HISTIMC.
           MOVE ZEROS    TO HISTID.
      *
           IF HISBNOM = TXT-SUPR(1:10) THEN
              ADD 1 TO NUM-SUP
            ELSE
              PERFORM CONTAR-CANDIDATAS
              IF NUM-CAND = 1 THEN
                 ADD 1 TO NUM-VIN
                 MOVE TPS-ID(IDX-ENC) TO HISTID
               ELSE
                 PERFORM VISITA-AMBIGUA.
      *
           WRITE REGHIST.
           IF FS-FHIST NOT = '00' THEN
              MOVE FS-FHIST TO FS-ERR
              PERFORM ERROR-FICHERO.
      *
           READ FBAKH AT END MOVE 'S' TO FINLEC.
      *
       VISITA-AMBIGUA.
           ADD 1 TO NUM-AMB.
           MOVE HISBFEC(7:2) TO DM2.
           MOVE HISBFEC(5:2) TO MM2B.
           MOVE HISBFEC(1:4) TO AM2.
           MOVE 'AMBIGUA'  TO LC-TIPO.
           MOVE ZEROS      TO LC-ID.
           MOVE HISBNOM    TO LC-NOM.
           MOVE HISBAPE1   TO LC-APE1.
           MOVE HISBAPE2   TO LC-APE2.
           MOVE FM2        TO LC-OBS.
           PERFORM ESCRIBIR-CASO.
           PERFORM LISTAR-CANDIDATA VARYING IDX FROM 1 BY 1
              UNTIL IDX > NUMPSN.
      *
       LISTAR-CANDIDATA.
           IF TPS-CAPE1(IDX)(1:10) = NBS-CAPE1(1:10)
              AND TPS-CAPE2(IDX)(1:10) = NBS-CAPE2(1:10)
              AND TPS-CNOM(IDX)(1:10) = NBS-CNOM(1:10) THEN
              MOVE '  o bien'     TO LC-TIPO
              MOVE TPS-ID(IDX)    TO LC-ID
              MOVE TPS-NOM(IDX)   TO LC-NOM
              MOVE TPS-APE1(IDX)  TO LC-APE1
              MOVE TPS-APE2(IDX)  TO LC-APE2
              MOVE SPACES         TO LC-OBS
              PERFORM ESCRIBIR-CASO.
      *
      * ************************************************
      * Ultimo numero dado, para que UD05E3 siga a partir de el
      * ************************************************
       GRABAR-CONTADOR.
           OPEN OUTPUT FSEC.
           IF FS-FSEC NOT = '00' THEN
              MOVE FS-FSEC TO FS-ERR
              PERFORM ERROR-FICHERO
            ELSE
              MOVE SEC-VALOR TO REGSEC
              WRITE REGSEC
              CLOSE FSEC.
      *
      * PERSONAS.DAT queda vacio: sus fichas estan ya en el maestro
      * y en PERSONAS.BAK.
       VACIAR-PERSONAS.
           OPEN OUTPUT FPER.
           IF FS-FPER NOT = '00' THEN
              MOVE FS-FPER TO FS-ERR
              PERFORM ERROR-FICHERO
            ELSE
              CLOSE FPER.
      *
      * ************************************************
      * Informe CONVPER.PRN
      * ************************************************
       CABECERA.
           ADD 1 TO NUMPAG.
           MOVE NUMPAG TO CAB-PAG.
           MOVE FF2    TO CAB-FEC.
           WRITE LIN-IMPR FROM CABECERA-1 BEFORE ADVANCING PAGE.
           WRITE LIN-IMPR FROM CABECERA-2 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-4 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM CABECERA-5 AFTER ADVANCING 1 LINE.
           WRITE LIN-IMPR FROM GUION-IMPR AFTER ADVANCING 1 LINE.
           IF FS-FLISTA NOT = '00' THEN
              MOVE FS-FLISTA TO FS-ERR
              PERFORM ERROR-FICHERO.
           MOVE 7 TO LINPAG.
      *
       ESCRIBIR-CASO.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
           WRITE LIN-IMPR FROM LINEA-CASO AFTER ADVANCING 1 LINE.
           ADD 1 TO LINPAG.
      *
       ESCRIBIR-TOTAL.
           IF LINPAG > MAXLIN THEN
              PERFORM CABECERA.
           WRITE LIN-IMPR FROM LINEA-TOTAL AFTER ADVANCING 1 LINE.
           ADD 1 TO LINPAG.
      *
       ESCRIBIR-TOTALES.
           WRITE LIN-IMPR FROM BLANCO-IMPR AFTER ADVANCING 1 LINE.
           ADD 1 TO LINPAG.
           MOVE 'Fichas leidas de PERSONAS.DAT.........:' TO LT-TXT.
           MOVE NUM-PER TO LT-NUM.
           PERFORM ESCRIBIR-TOTAL.
           MOVE 'Fichas fundidas con otra..............:' TO LT-TXT.
           MOVE NUM-FUS TO LT-NUM.
           PERFORM ESCRIBIR-TOTAL.
           MOVE '  escritas de otra forma (VARIANTE)...:' TO LT-TXT.
           MOVE NUM-VAR TO LT-NUM.
           PERFORM ESCRIBIR-TOTAL.
           MOVE 'Mismo nombre y otro sexo (SEXO).......:' TO LT-TXT.
           MOVE NUM-SEX TO LT-NUM.
           PERFORM ESCRIBIR-TOTAL.
           MOVE 'Visitas leidas de IMCHIST.DAT.........:' TO LT-TXT.
           MOVE NUM-VIS TO LT-NUM.
           PERFORM ESCRIBIR-TOTAL.
           MOVE 'Visitas vinculadas a su persona.......:' TO LT-TXT.
           MOVE NUM-VIN TO LT-NUM.
           PERFORM ESCRIBIR-TOTAL.
           MOVE '  personas creadas de visitas (NUEVA).:' TO LT-TXT.
           MOVE NUM-NUE TO LT-NUM.
           PERFORM ESCRIBIR-TOTAL.
           MOVE 'Visitas sin vincular (AMBIGUA)........:' TO LT-TXT.
           MOVE NUM-AMB TO LT-NUM.
           PERFORM ESCRIBIR-TOTAL.
           MOVE 'Fichas y visitas ya suprimidas (RGPD).:' TO LT-TXT.
           MOVE NUM-SUP TO LT-NUM.
           PERFORM ESCRIBIR-TOTAL.
           MOVE 'Personas grabadas en MAESPER.DAT......:' TO LT-TXT.
           MOVE NUMPSN TO LT-NUM.
           PERFORM ESCRIBIR-TOTAL.
      *
       MOSTRAR-TOTALES.
           MOVE NUM-PER TO ZNUM.
           DISPLAY 'Fichas de PERSONAS.DAT...:' LINE  6 POSITION 10.
           DISPLAY ZNUM                        LINE  6 POSITION 40.
           MOVE NUMPSN TO ZNUM.
           DISPLAY 'Personas en MAESPER.DAT..:' LINE  8 POSITION 10.
           DISPLAY ZNUM                        LINE  8 POSITION 40.
           MOVE NUM-VIS TO ZNUM.
           DISPLAY 'Visitas de IMCHIST.DAT...:' LINE 10 POSITION 10.
           DISPLAY ZNUM                        LINE 10 POSITION 40.
           MOVE NUM-VIN TO ZNUM.
           DISPLAY 'Vinculadas...............:' LINE 12 POSITION 10.
           DISPLAY ZNUM                        LINE 12 POSITION 40.
           MOVE NUM-AMB TO ZNUM.
           DISPLAY 'Ambiguas, a vincular.....:' LINE 14 POSITION 10.
           DISPLAY ZNUM                        LINE 14 POSITION 40.
           DISPLAY 'CONVERSION HECHA. Informe en CONVPER.PRN'
                                  LINE 23 POSITION 14 REVERSE.
           PERFORM CONTINUAR.
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
      * Pantalla amigable de error de fichero
      * ************************************************
       ERROR-FICHERO.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-ERR    LINE 23 POSITION 40 REVERSE.
