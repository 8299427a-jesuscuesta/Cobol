      ******************************************************************
      * REGPER - Periodo contable (PERIODOS.DAT, indexado por mes):
      * el estado de cada mes respecto de la contabilidad que lleva
      * la gestoria. Un mes sin registro esta abierto. La
      * exportacion de asientos UD17E11 lo deja exportado; el
      * supervisor lo cierra cuando la gestoria ha presentado, y lo
      * puede reabrir con un motivo, en UD23E28 (cada cambio queda
      * en PERIOLOG.DAT, trazado REGPLG). La rutina comun PERIODO
      * lo consulta antes de grabar un documento: un mes cerrado no
      * admite documentos y uno exportado los admite pero los anota
      * en TARDIOS.DAT (trazado REGTAD) para la gestoria.
      ******************************************************************
       01 REGPER.
          02 PERMES.
             05 PERAA PIC 9999.
             05 PERMM PIC 99.
          02 PEREST   PIC X.
             88 PER-ABIERTO   VALUE 'A'.
             88 PER-EXPORTADO VALUE 'E'.
             88 PER-CERRADO   VALUE 'C'.
      * Ultima exportacion de asientos del mes (aaaammdd).
          02 PERFEX   PIC 9(8).
      * Ultimo cierre o reapertura: fecha y supervisor.
          02 PERFCA   PIC 9(8).
          02 PERUSU   PIC X(8).
      * Veces que se ha reabierto y apuntes fuera de plazo
      * anotados en el mes desde su primera exportacion.
          02 PERNRE   PIC 9(3).
          02 PERNTA   PIC 9(5).
