            SELECT FFAC ASSIGN TO DISK 'FACTURAS.DAT'
            RECORD KEY IS FACNUM
            ALTERNATE RECORD KEY IS FACPED WITH DUPLICATES
            ALTERNATE RECORD KEY IS FACCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FFAC.
      *
            SELECT FPED ASSIGN TO DISK 'PEDIDOS.DAT'
            RECORD KEY IS PEDNUM
            ALTERNATE RECORD KEY IS PEDCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPED.
      * cabecera de su pedido; los abonos restan
      * ************************************************
       REVISAR-FACTURA.
           IF FACAA = SEL-AA AND FACMM = SEL-MM
                             AND NOT FAC-SUSTITUIDA THEN
              MOVE FACPED TO PEDNUM
              MOVE SPACES TO EXISTE
              MOVE SPACES TO PEDVEN
