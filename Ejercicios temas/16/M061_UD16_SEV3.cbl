      *
            SELECT FPED ASSIGN TO DISK 'PEDIDOS.DAT'
            RECORD KEY IS PEDNUM
            ALTERNATE RECORD KEY IS PEDCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPED.
      * DELETE por si el diario trae apuntes antiguos
      * ************************************************
       APLICAR-CLIENTE.
           MOVE JRNIMG(1:120) TO REGCLI.
           IF JRNOPC = 'DELETE' THEN
              PERFORM BORRAR-FCLI
            ELSE
           MOVE 'S' TO EXISTE.
           WRITE REGCLI INVALID KEY MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              MOVE JRNIMG(1:120) TO REGCLI
              REWRITE REGCLI.
           ADD 1 TO NUMAPL.
      *
       APLICAR-PRODUCTO.
           MOVE JRNIMG(1:110) TO REGPRO.
           IF JRNOPC = 'DELETE' THEN
              PERFORM BORRAR-FPROD
            ELSE
           MOVE 'S' TO EXISTE.
           WRITE REGPRO INVALID KEY MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              MOVE JRNIMG(1:110) TO REGPRO
              REWRITE REGPRO.
           ADD 1 TO NUMAPL.
      *
       APLICAR-PEDIDO.
           MOVE JRNIMG(1:44) TO REGPED.
           IF JRNOPC = 'DELETE' THEN
              PERFORM BORRAR-FPED
            ELSE
           MOVE 'S' TO EXISTE.
           WRITE REGPED INVALID KEY MOVE 'N' TO EXISTE.
           IF EXISTE = 'N' THEN
              MOVE JRNIMG(1:44) TO REGPED
              REWRITE REGPED.
           ADD 1 TO NUMAPL.
      *
