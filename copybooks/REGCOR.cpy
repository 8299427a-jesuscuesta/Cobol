      ******************************************************************
      * REGCOR - Registro del fichero de salida hacia la pasarela
      * de correo (CORREO.DAT), que escribe el reparto nocturno de
      * la cola de documentos UD22E9: por cada documento, una
      * cabecera 'C' con la direccion de destino, el cliente, el
      * tipo y numero del documento y el asunto, seguida de las
      * lineas 'L' con el texto tal como saldria por la impresora.
      ******************************************************************
       01 REGCOR.
          02 CORTIP   PIC X.
             88 COR-CABECERA VALUE 'C'.
             88 COR-LINEA    VALUE 'L'.
          02 CORDAT   PIC X(130).
          02 CORCAB REDEFINES CORDAT.
             05 COREML PIC X(50).
             05 CORCLI PIC X(4).
             05 CORDTP PIC X(3).
             05 CORDOC PIC 9(6).
             05 CORASU PIC X(60).
             05 FILLER PIC X(7).
          02 CORLIN REDEFINES CORDAT.
             05 CORTXT PIC X(80).
             05 FILLER PIC X(50).
