      ******************************************************************
      * REGPSN - Maestro de personas (MAESPER.DAT), clave PSNID. Lo
      * mantiene UD05E3 (altas, bajas, consultas y modificaciones)
      * y lo carga la primera vez la conversion UD05E4 a partir de
      * PERSONAS.DAT y de los nombres del historico de IMC; las
      * visitas de IMCHIST.DAT (REGIMC) llevan el PSNID de su
      * persona. El numero lo da el contador SECUPER.DAT.
      * PSNBUS es la clave alternativa de busqueda por apellidos:
      * los apellidos y el nombre en mayusculas y sin acentos
      * (rutina comun NOMBUS), para que "Jose" y "JOSE" sean la
      * misma persona al buscarla.
      ******************************************************************
       01 REGPSN.
          02 PSNID    PIC 9(6).
          02 PSNNOM   PIC X(15).
          02 PSNAPE1  PIC X(15).
          02 PSNAPE2  PIC X(15).
          02 PSNSEX   PIC X.
             88 PSN-HOMBRE  VALUE 'M'.
             88 PSN-MUJER   VALUE 'F'.
      * Fecha de nacimiento (aaaammdd), validada con la rutina
      * comun DATEVAL. Cero en las fichas de la conversion hasta
      * que se completen.
          02 PSNFNA   PIC 9(8).
      * La baja no borra la ficha: sus visitas siguen colgando de
      * ella.
          02 PSNEST   PIC X.
             88 PSN-ACTIVA  VALUE 'A'.
             88 PSN-BAJA    VALUE 'B'.
          02 PSNBUS.
             03 PSNBAP1  PIC X(15).
             03 PSNBAP2  PIC X(15).
             03 PSNBNOM  PIC X(15).
