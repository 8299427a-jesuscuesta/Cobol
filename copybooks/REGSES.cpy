      * los mantenimientos al terminar cada sesion, y el informe de
      * actividad UD16E9 lo totaliza por operador y dia. Fichero de
      * solo anadir.
      * Al entrar, los mantenimientos (UD09E1, UD10E1, UD11E1)
      * dejan ademas un registro de apertura, con SESHFI a 999999
      * y los contadores a cero: una apertura sin su registro de
      * fin (mismo operador, programa, fecha y hora de entrada) es
      * una sesion de actualizacion todavia abierta, que la cadena
      * nocturna UD13E18 vigila antes de arrancar.
      ******************************************************************
       01 REGSES.
          02 SESUSU   PIC X(8).
             05 SESDD PIC 99.
          02 SESHIN   PIC 9(6).
          02 SESHFI   PIC 9(6).
             88 SES-ABIERTA VALUE 999999.
          02 SESALT   PIC 999.
          02 SESBAJ   PIC 999.
          02 SESCON   PIC 999.
