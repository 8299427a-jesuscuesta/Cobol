      * Archivado periodico de clientes dados de baja: desde que
      * BAJAS es un borrado logico, las cuentas CLI-BAJA se
      * acumulan en CLIENTES.DAT para siempre. Este batch mueve a
      * CLIHIST.DAT (trazado REGHIS) los clientes que llevan
      * de baja mas dias que la retencion (parametro RETBAJA de
      * PARAMS.DAT, 365 por defecto; la fecha de la baja se busca
      * en AUDITCLI.DAT, donde cuenta tambien la FUSION de un
      * duplicado en otro cliente (UD10E8), y una baja sin rastro
      * se considera antigua). Un cliente que todavia tiene pedidos en
      * PEDIDOS.DAT no se archiva. Anota el resultado en
      * BATCHLOG.DAT; la consulta del archivo es UD16E10.
      *
      *
            SELECT FPED ASSIGN TO DISK 'PEDIDOS.DAT'
            RECORD KEY IS PEDNUM
            ALTERNATE RECORD KEY IS PEDCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FPED.
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
      * El archivo historico guarda la primera parte de REGCLI, con
      * los mismos campos en el mismo orden.
       FD FHIS LABEL RECORD IS STANDARD.
           COPY REGHIS.
      *
       FD FPED LABEL RECORD IS STANDARD.
           COPY REGPED.
      *
      * ************************************************
      * Una pasada por AUDITCLI.DAT quedandose con la ultima BAJA
      * (o FUSION) anotada de cada cliente
      * ************************************************
       CARGAR-BAJAS.
           MOVE SPACE TO FINLEC.
           PERFORM ANOTAR-BAJA UNTIL FINLEC = 'S'.
      *
       ANOTAR-BAJA.
           IF AUDOPC = 'BAJA' OR AUDOPC = 'FUSION' THEN
              PERFORM GUARDAR-BAJA.
      *
           READ FAUD AT END MOVE 'S' TO FINLEC.
