      ******************************************************************
      * REGSTO - Linea del almacen de spool (SPOOLSTO.DAT): los
      * listados de impresora recogidos por el gestor de spool
      * UD16E6, y los que deja el ejecutor de la cola de informes
      * UD13E22, una linea por registro bajo la clave nombre +
      * generacion (1 la mas reciente, hasta 3) + numero de linea.
      * La linea 0 de cada generacion es su ficha (FICHA-GEN en los
      * programas: fecha, hora, numero de lineas y, si vino de la
      * cola, el operador que pidio el informe).
      ******************************************************************
       01 REGSTO.
          02 SPKEY.
             05 SPNOM PIC X(12).
             05 SPGEN PIC 9.
             05 SPLIN PIC 9(5).
          02 SPTXT    PIC X(80).
