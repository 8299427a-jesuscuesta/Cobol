      ******************************************************************
      * REGCTT - Totales de control de un paso batch (CTLTOT.DAT,
      * secuencial, solo se anaden registros). Cada programa de la
      * cadena nocturna UD13E18, y la carga de pedidos web UD13E8,
      * deja al terminar uno con lo que ha leido, escrito y
      * rechazado y un importe total, mediante la rutina comun
      * CTLTOT. La cadena los recoge tras cada paso, los anota en
      * su diario y los cuadra con los ficheros que el paso ha
      * dejado; un descuadre detiene la cadena.
      ******************************************************************
       01 REGCTT.
      * Cuando termino el paso (aaaammdd y hhmmss): la cadena solo
      * toma los registros posteriores al arranque del paso.
          02 CTTSELLO.
             05 CTTFEC PIC 9(8).
             05 CTTHOR PIC 9(6).
          02 CTTPRG   PIC X(8).
      * Registros leidos, escritos y rechazados.
          02 CTTLEI   PIC 9(7).
          02 CTTESC   PIC 9(7).
          02 CTTREC   PIC 9(7).
      * Importe o cantidad total de lo escrito y un segundo total
      * cuyo sentido depende del programa (ver CTLTOT.cpy).
          02 CTTIMP   PIC S9(11)V99.
          02 CTTAUX   PIC S9(11)V99.
      * Primera y ultima clave numerica tratada, cuando el paso las
      * necesita para el cuadre; si no, a cero.
          02 CTTDSD   PIC 9(10).
          02 CTTHST   PIC 9(10).
