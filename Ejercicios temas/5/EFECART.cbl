123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. EFECART.
       REMARKS. RUTINA COMUN DE FACTURAS CUBIERTAS POR EFECTOS.
      *
      * Dice si una factura esta cubierta por un efecto vivo de la
      * cartera: un pagare o letra de EFECTOS.DAT (trazado REGEFE)
      * todavia en cartera o depositado en el banco, al que la
      * factura esta aplicada en EFEFACT.DAT (trazado REGEFF). El
      * cliente ya ha pagado con el efecto aunque el cobro no
      * llegue hasta el vencimiento, asi que las reclamaciones
      * UD17E1 y las remesas de domiciliaciones UD17E3 no deben
      * perseguir esa factura. Un efecto descontado o pagado ya ha
      * grabado su cobro (la factura no tiene pendiente) y uno
      * impagado deja de cubrirla.
      *
      * Devuelve EFC-CUB = 'S' si la factura esta cubierta y 'N'
      * si no lo esta o si la cartera todavia no existe. Los
      * ficheros se abren y se cierran en cada llamada, como hace
      * PENACT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FEFE ASSIGN TO DISK 'EFECTOS.DAT'
            RECORD KEY IS EFENUM
            ALTERNATE RECORD KEY IS EFEAGE WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FEFE.
      *
            SELECT FEFF ASSIGN TO DISK 'EFEFACT.DAT'
            RECORD KEY IS EFFCLA
            ALTERNATE RECORD KEY IS EFFFAC WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FEFF.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FEFE LABEL RECORD IS STANDARD.
           COPY REGEFE.
      *
       FD FEFF LABEL RECORD IS STANDARD.
           COPY REGEFF.
      *
       WORKING-STORAGE SECTION.
       77 FS-FEFE   PIC XX.
       77 FS-FEFF   PIC XX.
       77 FINEFF    PIC X.
       77 EXISTE    PIC X.
      *
       LINKAGE SECTION.
       01 EFC-FAC   PIC 9(6).
       01 EFC-CUB   PIC X.
      *
       PROCEDURE DIVISION USING EFC-FAC, EFC-CUB.
       COMIENZO.
           MOVE 'N' TO EFC-CUB.
           OPEN INPUT FEFE.
           IF FS-FEFE = '00' THEN
              OPEN INPUT FEFF
              IF FS-FEFF = '00' THEN
                 PERFORM BUSCAR-EFECTOS
                 CLOSE FEFF
               ELSE
                 CONTINUE.
           IF FS-FEFE NOT = '35' THEN
              CLOSE FEFE.
      *
           EXIT PROGRAM.
      *
      * ************************************************
      * Recorre los efectos aplicados a la factura por la clave
      * alternativa hasta dar con uno vivo
      * ************************************************
       BUSCAR-EFECTOS.
           MOVE SPACE TO FINEFF.
           MOVE EFC-FAC TO EFFFAC.
           START FEFF KEY IS NOT LESS EFFFAC INVALID KEY
                                      MOVE 'S' TO FINEFF.
           IF FINEFF NOT = 'S' THEN
              READ FEFF NEXT RECORD AT END MOVE 'S' TO FINEFF.
           PERFORM REVISAR-EFECTO UNTIL FINEFF = 'S'.
      *
       REVISAR-EFECTO.
           IF EFFFAC NOT = EFC-FAC THEN
              MOVE 'S' TO FINEFF
            ELSE
              PERFORM LEER-EFECTO
              IF EXISTE = SPACES AND
                 (EFE-CARTERA OR EFE-DEPOSITADO) THEN
                 MOVE 'S' TO EFC-CUB
                 MOVE 'S' TO FINEFF.
           IF FINEFF NOT = 'S' THEN
              READ FEFF NEXT RECORD AT END MOVE 'S' TO FINEFF.
      *
       LEER-EFECTO.
           MOVE EFFNUM TO EFENUM.
           MOVE SPACES TO EXISTE.
           READ FEFE RECORD KEY IS EFENUM INVALID KEY
                                 MOVE 'N' TO EXISTE.
