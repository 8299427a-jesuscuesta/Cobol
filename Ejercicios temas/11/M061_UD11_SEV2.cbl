      *
            SELECT FPED ASSIGN TO DISK 'PEDIDOS.DAT'
            RECORD KEY IS PEDNUM
            ALTERNATE RECORD KEY IS PEDCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FPED.
             IF PED-SERVIDO THEN
                MOVE 'SERVIDO'   TO ESTADO-TXT
              ELSE
               IF PED-ENTREGADO THEN
                  MOVE 'ENTREGADO' TO ESTADO-TXT
                ELSE
                 IF PED-FACTURADO THEN
                    MOVE 'FACTURADO' TO ESTADO-TXT
                  ELSE
                   IF PED-ANULADO THEN
                      MOVE 'ANULADO'   TO ESTADO-TXT
                    ELSE
                     IF PED-PRESUP THEN
                        MOVE 'PRESUPUES.' TO ESTADO-TXT
                      ELSE
                        MOVE '(?)'       TO ESTADO-TXT.
      *
      * ************************************************
      * Recorre y muestra las lineas del pedido, con paginacion si
