      ******************************************************************
      * REGIVT - Resumen trimestral de IVA por tipo (IVATRIM.DAT):
      * bajo la clave compuesta empresa + ano + trimestre + libro +
      * tipo, la base imponible y la cuota del trimestre de cada
      * empresa del grupo (rutina comun EMPRESA). Lo rehacen, cada
      * vez que se imprimen, el libro de IVA repercutido UD12E6
      * (libro R) y el libro de IVA soportado UD23E3 (libro S), y
      * de aqui toma las cifras la hoja del modelo 303 UD23E4 para
      * no volver a recorrer las facturas. Cada libro solo rehace
      * las filas de la empresa con la que se trabaja.
      ******************************************************************
       01 REGIVT.
          02 IVTCLAVE.
             05 IVTEMP PIC 99.
             05 IVTAA  PIC 9999.
             05 IVTTRI PIC 9.
             05 IVTLIB PIC X.
                88 IVT-REPERCUTIDO VALUE 'R'.
                88 IVT-SOPORTADO   VALUE 'S'.
      * Las entregas intracomunitarias exentas del libro R se
      * resumen aparte, sin cuota, bajo el tipo ficticio 99,99.
             05 IVTTIP PIC 99V99.
                88 IVT-INTRACOM VALUE 99,99.
          02 IVTBAS   PIC S9(9)V99.
          02 IVTCUO   PIC S9(9)V99.
      * Cuota del recargo de equivalencia del tipo (solo libro R;
      * cero en el soportado).
          02 IVTREC   PIC S9(9)V99.
