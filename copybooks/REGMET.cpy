      * capturado en cada cobro (COBMET) se valida contra este
      * maestro, y el arqueo diario UD17E10 totaliza por el. Los
      * codigos de arranque: E efectivo, T transferencia, C cheque,
      * D domiciliacion (el que estampan las remesas de UD17E3) y
      * F efecto (el de los pagares y letras de UD23E21).
      ******************************************************************
       01 REGMET.
          02 METCOD   PIC X.
