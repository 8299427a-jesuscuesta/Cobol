123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. NIFUE.
       REMARKS. RUTINA COMUN DE VALIDACION DE NIF-IVA INTRACOMUNITARIO.
      *
      * Comprueba el NIF-IVA de un cliente de otro estado de la Union
      * Europea y devuelve si es correcto junto con el mensaje de
      * error, al estilo de NIFVAL: el pais (codigo ISO) debe ser de
      * la UE, el numero debe empezar por el prefijo IVA de ese pais
      * (el de Grecia es EL, no GR) y el resto debe tener la longitud
      * que usa ese pais, solo con digitos y letras mayusculas. No
      * comprueba los digitos de control de cada pais: eso lo hace
      * el censo VIES. Se llama desde el mantenimiento de clientes
      * al dar de alta o modificar un cliente intracomunitario.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
123456*
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Tabla de paises de la UE (salvo Espana): codigo ISO, prefijo
      * del NIF-IVA y longitud minima y maxima del numero que sigue
      * al prefijo.
       01 PAISES-UE.
          02 FILLER PIC X(8) VALUE 'ATAT0909'.
          02 FILLER PIC X(8) VALUE 'BEBE1010'.
          02 FILLER PIC X(8) VALUE 'BGBG0910'.
          02 FILLER PIC X(8) VALUE 'CYCY0909'.
          02 FILLER PIC X(8) VALUE 'CZCZ0810'.
          02 FILLER PIC X(8) VALUE 'DEDE0909'.
          02 FILLER PIC X(8) VALUE 'DKDK0808'.
          02 FILLER PIC X(8) VALUE 'EEEE0909'.
          02 FILLER PIC X(8) VALUE 'GREL0909'.
          02 FILLER PIC X(8) VALUE 'FIFI0808'.
          02 FILLER PIC X(8) VALUE 'FRFR1111'.
          02 FILLER PIC X(8) VALUE 'HRHR1111'.
          02 FILLER PIC X(8) VALUE 'HUHU0808'.
          02 FILLER PIC X(8) VALUE 'IEIE0809'.
          02 FILLER PIC X(8) VALUE 'ITIT1111'.
          02 FILLER PIC X(8) VALUE 'LTLT0912'.
          02 FILLER PIC X(8) VALUE 'LULU0808'.
          02 FILLER PIC X(8) VALUE 'LVLV1111'.
          02 FILLER PIC X(8) VALUE 'MTMT0808'.
          02 FILLER PIC X(8) VALUE 'NLNL1212'.
          02 FILLER PIC X(8) VALUE 'PLPL1010'.
          02 FILLER PIC X(8) VALUE 'PTPT0909'.
          02 FILLER PIC X(8) VALUE 'RORO0210'.
          02 FILLER PIC X(8) VALUE 'SESE1212'.
          02 FILLER PIC X(8) VALUE 'SISI0808'.
          02 FILLER PIC X(8) VALUE 'SKSK1010'.
       01 TABLA-UE REDEFINES PAISES-UE.
          02 UE-PAIS OCCURS 26.
             05 UE-ISO PIC X(2).
             05 UE-PRE PIC X(2).
             05 UE-MIN PIC 99.
             05 UE-MAX PIC 99.
      *
       01 NUE-DESGLOSE  PIC X(14).
       01 NUE-CARACTER REDEFINES NUE-DESGLOSE.
          02 NUE-CAR PIC X OCCURS 14.
      *
       77 IDX       PIC 99.
       77 PAIS-IDX  PIC 99.
       77 POS       PIC 99.
       77 LONGITUD  PIC 99.
       77 NUMCAR    PIC 99.
       77 CAR-MAL   PIC X.
      *
       LINKAGE SECTION.
       01 NUE-PAIS  PIC X(2).
       01 NUE-NIF   PIC X(14).
       01 NUE-OK    PIC X.
       01 NUE-MSG   PIC X(40).
      *
       PROCEDURE DIVISION USING NUE-PAIS, NUE-NIF, NUE-OK, NUE-MSG.
       COMIENZO.
           MOVE NUE-NIF TO NUE-DESGLOSE.
           MOVE 'S' TO NUE-OK.
           MOVE SPACES TO NUE-MSG.
           PERFORM VALIDAR.
      *
           EXIT PROGRAM.
      *
      * ************************************************
      * Validacion del pais, del prefijo y del numero
      * ************************************************
       VALIDAR.
           MOVE ZEROS TO PAIS-IDX.
           PERFORM BUSCAR-PAIS VARYING IDX FROM 1 BY 1
              UNTIL IDX > 26 OR PAIS-IDX NOT = ZEROS.
      *
           IF PAIS-IDX = ZEROS THEN
              MOVE 'N' TO NUE-OK
              MOVE 'El pais no es de la Union Europea' TO NUE-MSG
            ELSE
              IF NUE-DESGLOSE(1:2) NOT = UE-PRE(PAIS-IDX) THEN
                 MOVE 'N' TO NUE-OK
                 STRING 'El NIF-IVA debe empezar por '
                        DELIMITED BY SIZE
                        UE-PRE(PAIS-IDX) DELIMITED BY SIZE
                        INTO NUE-MSG
               ELSE
                 PERFORM COMPROBAR-NUMERO.
      *
       BUSCAR-PAIS.
           IF UE-ISO(IDX) = NUE-PAIS THEN
              MOVE IDX TO PAIS-IDX.
      *
      * ************************************************
      * El numero que sigue al prefijo: solo digitos y mayusculas,
      * sin blancos intermedios y con la longitud del pais
      * ************************************************
       COMPROBAR-NUMERO.
           MOVE ZEROS TO LONGITUD.
           MOVE ZEROS TO NUMCAR.
           MOVE 'N' TO CAR-MAL.
           PERFORM REVISAR-CARACTER VARYING POS FROM 3 BY 1
              UNTIL POS > 14.
      *
           IF CAR-MAL = 'S' OR NUMCAR NOT = LONGITUD THEN
              MOVE 'N' TO NUE-OK
              MOVE 'El NIF-IVA solo admite digitos y letras' TO NUE-MSG
            ELSE
              IF LONGITUD < UE-MIN(PAIS-IDX)
                 OR LONGITUD > UE-MAX(PAIS-IDX) THEN
                 MOVE 'N' TO NUE-OK
                 MOVE 'Longitud del NIF-IVA incorrecta' TO NUE-MSG.
      *
       REVISAR-CARACTER.
           IF NUE-CAR(POS) NOT = SPACE THEN
              COMPUTE LONGITUD = POS - 2
              ADD 1 TO NUMCAR
              IF NUE-CAR(POS) NOT NUMERIC
                 AND NUE-CAR(POS) NOT ALPHABETIC-UPPER THEN
                 MOVE 'S' TO CAR-MAL.
