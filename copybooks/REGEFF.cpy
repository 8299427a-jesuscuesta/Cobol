      ******************************************************************
      * REGEFF - Factura cubierta por un efecto (EFEFACT.DAT): bajo
      * la clave compuesta numero de efecto + factura, el importe
      * del efecto que se aplica a esa factura. La clave
      * alternativa EFFFAC (con duplicados: una factura puede
      * repartirse entre varios efectos) permite a la rutina comun
      * EFECART saber si una factura esta cubierta por un efecto
      * vivo.
      ******************************************************************
       01 REGEFF.
          02 EFFCLA.
             05 EFFNUM PIC 9(6).
             05 EFFFAC PIC 9(6).
          02 EFFIMP   PIC 9(7)V99.
