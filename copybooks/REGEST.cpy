      ******************************************************************
      * REGEST - Estado de explotacion del sistema (ESTADO.DAT): un
      * registro por marca, con clave fija. La marca 'CADENA' dice
      * si la cadena nocturna UD13E18 esta en marcha, que programa
      * la puso y desde cuando; mientras lo esta, los programas que
      * actualizan maestros o movimientos no se abren para
      * actualizar. Solo la lee y la escribe la rutina comun
      * ESTCAD.
      ******************************************************************
       01 REGEST.
          02 ESTCLAVE PIC X(10).
          02 ESTVAL   PIC X.
             88 EST-EN-MARCHA VALUE 'M'.
             88 EST-LIBRE     VALUE 'L'.
          02 ESTPRG   PIC X(8).
          02 ESTFEC.
             05 ESTAA PIC 9999.
             05 ESTMM PIC 99.
             05 ESTDD PIC 99.
          02 ESTHOR   PIC 9(6).
