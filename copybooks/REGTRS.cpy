      ******************************************************************
      * REGTRS - Documento de traspaso entre almacenes (TRASPAS.DAT),
      * numerado desde TRASPAS.CTR. Nace como borrador, tecleado en
      * UD09E12 o propuesto por el pase de minimos UD19E4; al
      * enviarlo el genero sale del origen y queda en el almacen
      * reservado 'TR' (en transito) hasta que el destino confirma
      * lo recibido. Lo que no llega se da de baja como merma con
      * su motivo. UD19E17 lista los que llevan demasiados dias en
      * el camion.
      ******************************************************************
       01 REGTRS.
          02 TRSNUM   PIC 9(6).
          02 TRSORI   PIC XX.
          02 TRSDES   PIC XX.
          02 TRSEST   PIC X.
             88 TRS-BORRADOR VALUE 'B'.
             88 TRS-TRANSITO VALUE 'T'.
             88 TRS-RECIBIDO VALUE 'R'.
             88 TRS-ANULADO  VALUE 'A'.
      * Procedencia: 'S' borrador propuesto por UD19E4 (el pase de
      * la noche siguiente lo rehace si nadie lo ha tocado), 'M'
      * tecleado o retocado en UD09E12.
          02 TRSPRC   PIC X.
             88 TRS-SUGERIDO VALUE 'S'.
             88 TRS-MANUAL   VALUE 'M'.
      * Fechas de creacion, envio y recepcion (AAAAMMDD).
          02 TRSFCR   PIC 9(8).
          02 TRSFEN   PIC 9(8).
          02 TRSFRE   PIC 9(8).
      * Lineas (TRSNLI de ellas): cantidad enviada, recibida y
      * motivo de la diferencia ('R' rotura, 'P' perdida, 'O'
      * otros; en blanco si llego todo).
          02 TRSNLI   PIC 99.
          02 TRSLIN OCCURS 10 TIMES.
             05 TRSPRO PIC X(4).
             05 TRSCAN PIC 9(5).
             05 TRSREC PIC 9(5).
             05 TRSMOT PIC X.
