      ******************************************************************
      * REGHIS - Registro del archivo historico de clientes
      * (CLIHIST.DAT). Lo graba el archivado de bajas UD13E20 con
      * la parte de REGCLI que se conserva del cliente archivado:
      * identificacion, limite de credito, ultimo saldo, clase ABC y
      * NIF. Las condiciones comerciales anadidas despues al maestro
      * (plazo, recargo, datos intracomunitarios, facturacion
      * mensual y portes) no se archivan. Lo leen la consulta del
      * archivo UD16E10 y el informe de datos personales UD10E10.
      ******************************************************************
       01 REGHIS.
          02 HISCOD   PIC X(4).
          02 HISNOM   PIC X(20).
          02 HISDIR   PIC X(20).
          02 HISPOB   PIC X(20).
          02 HISSEX   PIC X.
          02 HISEST   PIC X.
             88 HIS-BAJA VALUE 'B'.
          02 HISLIM   PIC 9(7)V99.
          02 HISSAL   PIC S9(7)V99.
          02 HISABC   PIC X.
          02 HISNIF   PIC X(9).
