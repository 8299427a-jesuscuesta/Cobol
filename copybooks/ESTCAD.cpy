      ******************************************************************
      * ESTCAD - Argumento de la rutina comun ESTCAD, que consulta,
      * pone y quita la marca de cadena nocturna en marcha de
      * ESTADO.DAT (trazado REGEST):
      *    ECA-OPER 'C' - consulta la marca
      *    ECA-OPER 'M' - pone la marca a nombre de ECA-PRG
      *    ECA-OPER 'L' - quita la marca a nombre de ECA-PRG
      * ECA-RES vuelve 'S' si la marca estaba puesta al llamar
      * (con quien la puso y desde cuando en ECA-MARCA, ECA-FEC y
      * ECA-HOR), 'N' si no lo estaba o 'E' error de fichero
      * (estado en ECA-FS). Mientras ESTADO.DAT no exista la marca
      * no esta puesta. Se copia en WORKING-STORAGE de quien llama
      * y en LINKAGE de la rutina.
      ******************************************************************
       01 ESTCAD-ARG.
          02 ECA-OPER  PIC X.
          02 ECA-PRG   PIC X(8).
          02 ECA-RES   PIC X.
             88 ECA-EN-MARCHA VALUE 'S'.
             88 ECA-LIBRE     VALUE 'N'.
             88 ECA-ERROR     VALUE 'E'.
          02 ECA-MARCA PIC X(8).
          02 ECA-FEC   PIC 9(8).
          02 ECA-HOR   PIC 9(6).
          02 ECA-FS    PIC XX.
