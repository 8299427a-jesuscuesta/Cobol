123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEQ.
       REMARKS. RUTINA COMUN DE TIPOS DE RECARGO DE EQUIVALENCIA.
      *
      * Devuelve, para un tipo de IVA, el tipo de recargo de
      * equivalencia que le corresponde a un cliente en ese regimen
      * (CLI-RECARGO): 5,20 sobre el 21, 1,40 sobre el 10, 0,50
      * sobre el 4, y los tipos reducidos temporales del 5, 2 y
      * 7,5. Un tipo que no este en la tabla (el 0, exento)
      * devuelve cero. Se llama desde la facturacion, los abonos y
      * el libro de IVA, para que todos apliquen la misma tabla.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
123456*
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Tabla de pares tipo de IVA / tipo de recargo (99V99).
       01 TABLA-REC-INI.
          02 FILLER PIC X(8) VALUE '21000520'.
          02 FILLER PIC X(8) VALUE '10000140'.
          02 FILLER PIC X(8) VALUE '04000050'.
          02 FILLER PIC X(8) VALUE '05000062'.
          02 FILLER PIC X(8) VALUE '02000026'.
          02 FILLER PIC X(8) VALUE '07500100'.
       01 TABLA-REC REDEFINES TABLA-REC-INI.
          02 TREC OCCURS 6.
             03 TREC-IVA PIC 99V99.
             03 TREC-REC PIC 99V99.
      *
       77 IDX       PIC 99.
      *
       LINKAGE SECTION.
       01 REQ-IVA   PIC 99V99.
       01 REQ-REC   PIC 99V99.
      *
       PROCEDURE DIVISION USING REQ-IVA, REQ-REC.
       COMIENZO.
           MOVE ZEROS TO REQ-REC.
           MOVE 1 TO IDX.
           PERFORM AVANZAR-TIPO
              UNTIL IDX > 6 OR TREC-IVA(IDX) = REQ-IVA.
           IF IDX NOT > 6 THEN
              MOVE TREC-REC(IDX) TO REQ-REC.
      *
           EXIT PROGRAM.
      *
       AVANZAR-TIPO.
           ADD 1 TO IDX.
