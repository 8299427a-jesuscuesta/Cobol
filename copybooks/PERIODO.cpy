      ******************************************************************
      * PERIODO - Argumento de la rutina comun PERIODO, que dice si
      * un documento puede grabarse con una fecha segun el estado
      * del mes en PERIODOS.DAT (trazado REGPER). Quien graba pasa
      * la fecha del documento (aaaammdd), su programa, la clase de
      * documento (la de TADTIP en REGTAD), su referencia y su
      * importe, y el modo: 'C' solo consulta, para rechazar una
      * fecha en cuanto se teclea; 'A' consulta y, si el mes esta
      * exportado, anota el documento en TARDIOS.DAT, justo antes
      * de grabarlo. PRA-RES vuelve 'S' mes abierto, 'T' mes
      * exportado (apunte fuera de plazo), 'N' mes cerrado, que no
      * admite el documento, o 'E' error de fichero (estado en
      * PRA-FS), que no detiene a quien llama. Se copia en
      * WORKING-STORAGE de quien llama y en LINKAGE de la rutina.
      ******************************************************************
       01 PERIODO-ARG.
          02 PRA-MOD   PIC X.
             88 PRA-CONSULTA VALUE 'C'.
             88 PRA-ANOTAR   VALUE 'A'.
          02 PRA-FEC   PIC 9(8).
          02 PRA-PRG   PIC X(8).
          02 PRA-TIP   PIC X.
          02 PRA-DOC   PIC X(13).
          02 PRA-IMP   PIC S9(9)V99.
          02 PRA-RES   PIC X.
             88 PRA-ABIERTO     VALUE 'S'.
             88 PRA-FUERA-PLAZO VALUE 'T'.
             88 PRA-CERRADO     VALUE 'N'.
             88 PRA-ERROR       VALUE 'E'.
          02 PRA-FS    PIC XX.
