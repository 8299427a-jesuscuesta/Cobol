      ******************************************************************
      * REGALB - Prueba de entrega (ALBARAN.DAT): por pedido e
      * intento de entrega, el resultado (entregado o no), la fecha
      * y la hora, el nombre de quien firmo el albaran (o el motivo
      * cuando no se entrego), la procedencia (hoja de ruta del
      * repartidor devuelta y tecleada en UD21E12, o fichero de
      * seguimiento del transportista cargado por UD21E13) y el
      * usuario que la anoto. La graba la rutina comun ENTREGA, que
      * es la que pasa el pedido a entregado.
      ******************************************************************
       01 REGALB.
          02 ALBCLAVE.
             05 ALBPED PIC 9(6).
             05 ALBINT PIC 99.
          02 ALBRES   PIC X.
             88 ALB-ENTREGADO    VALUE 'E'.
             88 ALB-NO-ENTREGADO VALUE 'N'.
          02 ALBFEC.
             05 ALBAA PIC 9999.
             05 ALBMM PIC 99.
             05 ALBDD PIC 99.
          02 ALBHRA.
             05 ALBHH PIC 99.
             05 ALBNN PIC 99.
          02 ALBFIR   PIC X(30).
          02 ALBORI   PIC X.
             88 ALB-HOJA-RUTA    VALUE 'H'.
             88 ALB-TRANSPORTISTA VALUE 'T'.
          02 ALBUSU   PIC X(8).
