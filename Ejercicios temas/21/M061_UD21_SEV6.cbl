      * que se asigna), numerada desde INCIDEN.CTR y abierta con
      * la fecha del dia. Con la opcion de cierre,
      * la incidencia queda cerrada con su fecha. Las abiertas
      * las lista por antiguedad UD21E7. Las de no entregado
      * (tipo N) no se teclean aqui, las abre la rutina ENTREGA,
      * pero se cierran igual que las demas. Cada incidencia
      * abierta pone una tarea en la bandeja de su operador
      * (rutina comun TAREA) y al cerrarla se cierra su tarea.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
            SELECT FPED ASSIGN TO DISK 'PEDIDOS.DAT'
            RECORD KEY IS PEDNUM
            ALTERNATE RECORD KEY IS PEDCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPED.
           02 MM2     PIC 99.
           02 GT2     PIC X   VALUE '/'.
           02 AA2     PIC 9999.
      *
      * Argumento de la rutina comun TAREA.
           COPY TAREA.
123456*
       PROCEDURE DIVISION.
       COMIENZO.
           MOVE ZEROS TO INCFCI.
           WRITE REGINC.
           IF FS-FINC = '00' THEN
              PERFORM AVISAR-INCIDENCIA
              DISPLAY 'INCIDENCIA ABIERTA!'
                      LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
                 MOVE DD1 TO ICIDD
                 REWRITE REGINC
                 IF FS-FINC = '00' THEN
                    PERFORM CERRAR-TAREA
                    DISPLAY 'INCIDENCIA CERRADA!'
                            LINE 23 POSITION 14 REVERSE
                    PERFORM CONTINUAR
                  ELSE
                    PERFORM ERROR-FICHERO-FINC.
      *
      * La incidencia abre la tarea de atenderla para quien la
      * tiene asignada (rutina comun TAREA); se cierra con la
      * incidencia.
       AVISAR-INCIDENCIA.
           MOVE 'A'        TO TAN-OPER.
           MOVE 'INCIDE'   TO TAN-TIPO.
           MOVE INCNUM     TO TAN-REF.
           MOVE SPACES     TO TAN-DES.
           STRING 'Incidencia ' INCTIP ' del pedido ' INCPED ': '
                  INCDES DELIMITED BY SIZE INTO TAN-DES.
           MOVE 2          TO TAN-PRI.
           MOVE 2          TO TAN-DIAS.
           MOVE INCOPE     TO TAN-ASG.
           MOVE 'O'        TO TAN-ROL.
           MOVE 'UD21E6'   TO TAN-USU.
           CALL 'TAREA' USING TAREA-ARG.
      *
       CERRAR-TAREA.
           MOVE 'C'        TO TAN-OPER.
           MOVE 'INCIDE'   TO TAN-TIPO.
           MOVE INCNUM     TO TAN-REF.
           MOVE 'UD21E6'   TO TAN-USU.
           CALL 'TAREA' USING TAREA-ARG.
      *
      * ************************************************
      * Borra la informacion de la pantalla
      * ************************************************
