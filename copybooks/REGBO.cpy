          02 BOEST    PIC X.
             88 BO-PENDIENTE VALUE 'P'.
             88 BO-SERVIDO   VALUE 'S'.
      * Motivo de que la linea quedara corta en la expedicion: en
      * blanco, falta de stock; 'V', el stock que habia no tenia
      * la vida util minima que exige el cliente (REGVMC); 'B', el
      * articulo esta bloqueado por calidad (PRO-BLOQUEADO) y no se
      * sirve hasta que se desbloquee.
          02 BOMOT    PIC X.
             88 BO-VIDA-CORTA VALUE 'V'.
             88 BO-BLOQUEADO  VALUE 'B'.
