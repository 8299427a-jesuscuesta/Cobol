            SELECT FFAC ASSIGN TO DISK 'FACTURAS.DAT'
            RECORD KEY IS FACNUM
            ALTERNATE RECORD KEY IS FACPED WITH DUPLICATES
            ALTERNATE RECORD KEY IS FACCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FFAC.
      *
            SELECT FCOB ASSIGN TO DISK 'COBROS.DAT'
            RECORD KEY IS COBCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FCOB.
      *
              READ FFAC NEXT RECORD AT END MOVE 'S' TO FINLEC.
           PERFORM ALTA-PARTIDA UNTIL FINLEC = 'S'.
      *
      * El ticket sustituido por una factura completa no tiene
      * partida: su cobro quedo traspasado a la sustitutiva.
       ALTA-PARTIDA.
           IF NOT FAC-ABONO AND NOT FAC-SUSTITUIDA THEN
              MOVE FACNUM TO PENFAC
              MOVE FACCLI TO PENCLI
              MOVE FACTOT TO PENIMP
