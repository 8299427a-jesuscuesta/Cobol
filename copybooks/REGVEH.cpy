      ******************************************************************
      * REGVEH - Vehiculo de reparto (VEHICULO.DAT): codigo, la
      * matricula, una descripcion, la carga util en kilos y el
      * volumen de la caja en litros (las mismas unidades que el
      * PROPES y el PROVOL del articulo y que el EXPPES y el EXPVOL
      * del envio). Cada ruta de RUTAS.DAT lleva su vehiculo en
      * RUTVEH, y la hoja de ruta UD21E5 suma la carga de la ruta
      * contra estas dos capacidades. Una capacidad a cero no se
      * comprueba. Se mantiene en UD21E14.
      ******************************************************************
       01 REGVEH.
          02 VEHCOD   PIC X(4).
          02 VEHMAT   PIC X(10).
          02 VEHDES   PIC X(20).
          02 VEHPES   PIC 9(5)V99.
          02 VEHVOL   PIC 9(5)V99.
