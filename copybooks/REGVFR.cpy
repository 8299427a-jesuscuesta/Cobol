      ******************************************************************
      * REGVFR - Registro de facturacion VERI*FACTU (VERIFAC.DAT):
      * uno por cada factura, ticket o abono emitido (alta) y por
      * cada factura anulada (anulacion), en orden correlativo
      * (VFRSEQ) y encadenados: cada registro guarda la huella
      * SHA-256 del anterior (VFRANT) y la suya propia (VFRHUE),
      * calculada sobre los campos que fija la normativa. Los graba
      * solo la rutina comun VERIFAC. El registro de secuencia cero
      * es la cabecera de la cadena: guarda el ultimo numero usado
      * (VFRULT) y la huella del ultimo registro, y se lee con
      * bloqueo para que dos puestos no encadenen a la vez. UD23E6
      * comprueba la cadena y UD23E7 remite los pendientes.
      ******************************************************************
       01 REGVFR.
          02 VFRSEQ   PIC 9(8).
          02 VFRTIP   PIC X.
             88 VFR-ALTA      VALUE 'A'.
             88 VFR-ANULACION VALUE 'N'.
             88 VFR-CABECERA  VALUE 'C'.
      * Tipo de factura: F1 factura, F2 simplificada (ticket),
      * F3 factura completa emitida en sustitucion de un ticket,
      * R1 rectificativa (abono), R2 y R3 rectificativas por credito
      * incobrable (concurso del cliente e impago).
          02 VFRTFA   PIC XX.
          02 VFRFAC   PIC 9(6).
      * NIF del emisor y numero de serie tal como entran en la huella.
          02 VFREMI   PIC X(9).
          02 VFRSER   PIC X(20).
          02 VFRFEC.
             05 VFRAA PIC 9999.
             05 VFRMM PIC 99.
             05 VFRDD PIC 99.
          02 VFRPED   PIC 9(6).
          02 VFRCLI   PIC X(4).
      * NIF del destinatario; NIF-IVA si es cliente intracomunitario.
          02 VFRNIF   PIC X(14).
      * Importes con su signo: negativos en las rectificativas.
          02 VFRBAS   PIC S9(7)V99.
          02 VFRIVA   PIC S9(7)V99.
          02 VFRREC   PIC S9(7)V99.
          02 VFRTOT   PIC S9(7)V99.
      * Factura rectificada por un abono y su fecha (AAAAMMDD); en
      * la F3, el ticket al que sustituye y su fecha.
          02 VFRORG   PIC 9(6).
          02 VFRFOR   PIC 9(8).
      * Fecha, hora y huso de generacion (AAAA-MM-DDThh:mm:ss+hh:mm).
          02 VFRGEN   PIC X(25).
          02 VFRANT   PIC X(64).
          02 VFRHUE   PIC X(64).
      * Remision a la AEAT: P pendiente, E enviado (UD23E7).
          02 VFREST   PIC X.
             88 VFR-PENDIENTE VALUE 'P'.
             88 VFR-ENVIADO   VALUE 'E'.
          02 VFRULT   PIC 9(8).
