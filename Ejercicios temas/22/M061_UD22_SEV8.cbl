      *
            SELECT FPDE ASSIGN TO DISK 'PEDIDOS.ENT'
            RECORD KEY IS PEDNUM
            ALTERNATE RECORD KEY IS PEDCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPDE.
           MOVE SPACES   TO PEDVEN.
           MOVE SPACE    TO PEDORI.
           MOVE ZEROS    TO PEDFEN.
           MOVE ZEROS    TO PEDPOR PEDPTI.
           MOVE SPACE    TO PEDPCO.
           WRITE REGPED INVALID KEY
                 CONTINUE.
      *
