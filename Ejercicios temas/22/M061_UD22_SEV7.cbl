      *
            SELECT FPDE ASSIGN TO DISK 'PEDIDOS.ENT'
            RECORD KEY IS PEDNUM
            ALTERNATE RECORD KEY IS PEDCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FPDE.
       DATA DIVISION.
       FILE SECTION.
       FD FBAKP LABEL RECORD IS STANDARD.
       01 REGBAKP     PIC X(110).
      *
       FD FBAKC LABEL RECORD IS STANDARD.
       01 REGBAKC     PIC X(120).
      *
       FD FPRE LABEL RECORD IS STANDARD.
           COPY REGPRO.
