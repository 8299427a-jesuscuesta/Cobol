      ******************************************************************
      * REGEDC - Registro de envios de documentos (ENVIODOC.DAT):
      * por cada documento que el reparto nocturno UD22E9 saca de
      * la cola, que se envio (tipo y numero), a que cliente, por
      * que via (papel o correo), a donde (la direccion de correo,
      * o el fichero de impresion), cuando y con cuantas lineas.
      * Un cliente con las dos formas deja dos apuntes.
      ******************************************************************
       01 REGEDC.
          02 EDCFEC.
             05 EDCAA PIC 9999.
             05 EDCMM PIC 99.
             05 EDCDD PIC 99.
          02 EDCHOR.
             05 EDCHH PIC 99.
             05 EDCNN PIC 99.
             05 EDCSS PIC 99.
          02 EDCTIP   PIC X(3).
          02 EDCDOC   PIC 9(6).
          02 EDCCLI   PIC X(4).
          02 EDCCAN   PIC X.
             88 EDC-PAPEL  VALUE 'P'.
             88 EDC-CORREO VALUE 'E'.
          02 EDCDES   PIC X(50).
          02 EDCLIN   PIC 9(4).
