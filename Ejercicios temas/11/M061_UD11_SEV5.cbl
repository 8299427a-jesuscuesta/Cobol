       REMARKS. UNIDAD 11 EJERCICIO 5.
      *
      * Revision de pedidos por estado: pide un estado (captado,
      * servido, entregado, facturado, anulado o todos) y recorre
      * PEDIDOS.DAT mostrando los pedidos que lo tienen, con su
      * fecha, cliente y nombre resuelto contra CLIENTES.DAT,
      * paginando por pantalla. Con el filtro de captados, el
      * almacen saca cada manana todo lo pendiente de expedir.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
            SELECT FPED ASSIGN TO DISK 'PEDIDOS.DAT'
            RECORD KEY IS PEDNUM
            ALTERNATE RECORD KEY IS PEDCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FPED.
       77 GUION      PIC X(78) VALUE ALL '-'.
       77 MENSAJE    PIC X(70) VALUE ' MENSAJES:'.
       77 MSGOPC     PIC X(60) VALUE
           'Est: <C>ap <S>er <E>nt <F>ac <A>nu <P>re <T>odos <X>salir'.
      *
       77 OPCION     PIC X.
       77 CONTINUA   PIC X.
           MOVE SPACE TO FILTRO.
           IF OPCION = 'C' OR OPCION = 'c' THEN MOVE 'C' TO FILTRO.
           IF OPCION = 'S' OR OPCION = 's' THEN MOVE 'S' TO FILTRO.
           IF OPCION = 'E' OR OPCION = 'e' THEN MOVE 'E' TO FILTRO.
           IF OPCION = 'F' OR OPCION = 'f' THEN MOVE 'F' TO FILTRO.
           IF OPCION = 'A' OR OPCION = 'a' THEN MOVE 'A' TO FILTRO.
           IF OPCION = 'P' OR OPCION = 'p' THEN MOVE 'P' TO FILTRO.
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
      * Borra la informacion de la pantalla
