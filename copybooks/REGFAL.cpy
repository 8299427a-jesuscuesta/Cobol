      ******************************************************************
      * REGFAL - Credito incobrable (FALLIDOS.DAT): una rectificativa
      * por credito incobrable (FAC-INCOBRABLE) emitida por UD23E19,
      * bajo el cliente y el numero interno de la rectificativa, con
      * la factura que rectifica, el motivo, la fecha y los importes
      * dados por perdidos. De aqui sale la relacion anual de
      * creditos incobrables por cliente UD23E20 para la
      * declaracion.
      ******************************************************************
       01 REGFAL.
          02 FALCLA.
             05 FALCLI PIC X(4).
             05 FALABO PIC 9(6).
          02 FALFAC   PIC 9(6).
          02 FALFEC.
             05 FALAA PIC 9999.
             05 FALMM PIC 99.
             05 FALDD PIC 99.
          02 FALMOT   PIC X.
             88 FAL-CONCURSO VALUE 'C'.
             88 FAL-IMPAGO   VALUE 'I'.
          02 FALSER   PIC X(12).
          02 FALORG   PIC X(12).
          02 FALTIP   PIC 99V99.
          02 FALBAS   PIC 9(7)V99.
          02 FALIVA   PIC 9(7)V99.
          02 FALREC   PIC 9(7)V99.
          02 FALTOT   PIC 9(7)V99.
