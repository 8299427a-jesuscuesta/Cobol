      * como en UD16E7) los libere a captado o los rechace a
      * anulado. Cada decision queda en AUTORIZA.DAT (trazado
      * REGAUT): quien libero que y cuando, para que esta cola
      * tenga dueno y rastro. Al liberar un pedido se abren las
      * compras de sus lineas de entrega directa (rutina comun
      * COMDIR), que el presupuesto dejo en suspenso. La decision
      * cierra la tarea que el pedido abrio para los supervisores
      * al quedar en presupuesto (rutina comun TAREA).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * FPED se abre en I-O: liberar o rechazar cambia el estado.
            SELECT FPED ASSIGN TO DISK 'PEDIDOS.DAT'
            RECORD KEY IS PEDNUM
            ALTERNATE RECORD KEY IS PEDCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FPED.
       77 EXISTE-PRO PIC X.
       77 FINLIB     PIC X.
       77 PED-ACT    PIC 9(6).
      *
      * Argumentos de la rutina comun COMDIR.
       77 CDI-NUM    PIC 999.
       77 CDI-OK     PIC X.
       77 ZCDI       PIC ZZ9.
      *
       77 FS-FPROD   PIC XX.
       77 FS-FCLI    PIC XX.
           02 NN1     PIC 99.
           02 SS1     PIC 99.
           02 CC1     PIC 99.
      *
      * Argumento de la rutina comun TAREA.
           COPY TAREA.
123456*
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM GRABAR-AUTORIZACION.
           DISPLAY 'PEDIDO LIBERADO! ' LINE 23 POSITION 14 REVERSE.
           PERFORM CONTINUAR.
           PERFORM COMPRAR-DIRECTOS.
           DISPLAY MSGOPC LINE 23 POSITION 14 REVERSE.
      *
      * Las lineas de entrega directa del pedido liberado abren
      * ahora su compra al proveedor.
       COMPRAR-DIRECTOS.
           MOVE PEDNUM TO PED-ACT.
           CALL 'COMDIR' USING PED-ACT, CDI-NUM, CDI-OK.
           IF CDI-OK NOT = 'S' THEN
              DISPLAY 'ERROR AL ABRIR LAS COMPRAS DIRECTAS.'
                                 LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
              IF CDI-NUM > 0 THEN
                 MOVE CDI-NUM TO ZCDI
                 DISPLAY 'COMPRAS DE ENTREGA DIRECTA:'
                                    LINE 23 POSITION 14 REVERSE
                 DISPLAY ZCDI       LINE 23 POSITION 42 REVERSE
                 PERFORM CONTINUAR.
      *
      * El rechazo anula el pedido: sus lineas devuelven la
      * reserva que tomaron al capturarse, como hace la anulacion
      * de UD11E2.
           WRITE REGAUT.
           IF FS-FAUT NOT = '00' THEN
              PERFORM ERROR-FICHERO-FAUT.
           PERFORM CERRAR-TAREA.
      *
      * La decision cierra la tarea que abrio el pedido al quedar
      * en presupuesto (rutina comun TAREA).
       CERRAR-TAREA.
           MOVE 'C'        TO TAN-OPER.
           MOVE 'PRESUP'   TO TAN-TIPO.
           MOVE PEDNUM     TO TAN-REF.
           MOVE USUARIO    TO TAN-USU.
           CALL 'TAREA' USING TAREA-ARG.
      *
      * ************************************************
      * Borra la informacion de la pantalla
