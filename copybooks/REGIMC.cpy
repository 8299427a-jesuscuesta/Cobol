      ******************************************************************
      * REGIMC - Visita del historico de IMC (IMCHIST.DAT): la
      * graba UD4E2 en cada calculo y la sigue UD4E3. HISTID es la
      * persona del maestro MAESPER.DAT (REGPSN); los nombres se
      * guardan ademas, recortados a diez posiciones, tal como
      * estaban escritos el dia de la visita. Cero en HISTID es una
      * visita que la conversion UD05E4 no pudo asignar a una sola
      * persona: se vincula a mano con la opcion <V> de UD4E3.
      ******************************************************************
       01 REGHIST.
          02 HISTNOM  PIC X(10).
          02 HISTAPE1 PIC X(10).
          02 HISTAPE2 PIC X(10).
          02 HISTFEC  PIC 9(8).
          02 HISTPESO PIC 999.
          02 HISTALT  PIC 9V99.
          02 HISTIMC  PIC 99V99.
          02 HISTID   PIC 9(6).
