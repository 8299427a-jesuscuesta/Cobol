      ******************************************************************
      * REGATR - Ficha alimentaria de un producto (PROATRIB.DAT):
      * los catorce alergenos de declaracion obligatoria, la forma
      * y temperatura de conservacion, el pais de origen y el texto
      * de ingredientes. Se mantiene desde el mantenimiento de
      * productos UD09E1 (opcion de ficha, UD09E11); la rutina
      * comun FICHALI la compone para las etiquetas UD13E17, el
      * albaran UD11E3 y la exportacion web UD18E10, y UD19E16
      * lista los articulos de alimentacion que no la tienen.
      ******************************************************************
       01 REGATR.
          02 ATRPRO   PIC X(4).
      * Un indicador por alergeno: 'S' lo contiene, 'N' no. En
      * blanco, sin capturar. El orden es el del anexo II del
      * Reglamento (UE) 1169/2011.
          02 ATRALE.
             05 ATRGLU PIC X.
             05 ATRCRU PIC X.
             05 ATRHUE PIC X.
             05 ATRPES PIC X.
             05 ATRCAC PIC X.
             05 ATRSOJ PIC X.
             05 ATRLEC PIC X.
             05 ATRFCA PIC X.
             05 ATRAPI PIC X.
             05 ATRMOS PIC X.
             05 ATRSES PIC X.
             05 ATRSUL PIC X.
             05 ATRALT PIC X.
             05 ATRMOL PIC X.
          02 ATRALE-T REDEFINES ATRALE.
             05 ATRAL  PIC X OCCURS 14 TIMES.
      * Conservacion: A temperatura ambiente, R refrigerado, C
      * congelado; para R y C, la temperatura maxima en grados.
          02 ATRCON   PIC X.
             88 ATR-AMBIENTE    VALUE 'A'.
             88 ATR-REFRIGERADO VALUE 'R'.
             88 ATR-CONGELADO   VALUE 'C'.
          02 ATRTMX   PIC S99.
      * Pais de origen, codigo ISO de dos letras como CLIPAI.
          02 ATRORI   PIC X(2).
      * Ingredientes en texto libre, tres lineas de pantalla.
          02 ATRING.
             05 ATRIN1 PIC X(60).
             05 ATRIN2 PIC X(60).
             05 ATRIN3 PIC X(60).
      * Fecha de la ultima revision de la ficha (AAAAMMDD).
          02 ATRFEC   PIC 9(8).
