      * FACTURAS.DAT y es suya, graba el cobro en COBROS.DAT (fichero
      * de solo anadir, como MOVIMIENT.DAT) y descuenta el importe
      * del saldo pendiente del cliente (CLISAL).
      * Con el mes en curso cerrado en los periodos contables
      * (PERIODOS.DAT, rutina comun PERIODO) no graba nada; si el
      * mes ya se exporto a la gestoria, cada documento grabado
      * queda anotado como apunte fuera de plazo (TARDIOS.DAT).
      * Solo se admiten los clientes de la empresa del grupo con
      * la que se trabaja (rutina comun EMPRESA).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SELECT FFAC ASSIGN TO DISK 'FACTURAS.DAT'
            RECORD KEY IS FACNUM
            ALTERNATE RECORD KEY IS FACPED WITH DUPLICATES
            ALTERNATE RECORD KEY IS FACCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FFAC.
      *
            SELECT FCOB ASSIGN TO DISK 'COBROS.DAT'
            RECORD KEY IS COBCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FCOB.
      *
      * Maestro de metodos de pago (UD17E9), contra el que se
           COPY REGCDI.
      *
       WORKING-STORAGE SECTION.
      * Empresa del grupo del cliente (rutina comun EMPRESA).
           COPY EMPRESA.
      * Control del dia cerrado (CIERREDIA.DAT).
       77 FS-FCDI    PIC XX.
       77 DIA-CERRADO PIC X.
       77 FECHA-CDI  PIC 9(8).
       77 CONT-CDI   PIC X.
      * Estado del mes contable (rutina comun PERIODO).
           COPY PERIODO.
       77 FECHA      PIC 99999999.
      *
       77 MENSAJE    PIC X(60) VALUE ' MENSAJES:   '.
           IF DIA-CERRADO = 'S' THEN
              PERFORM AVISAR-DIA-CERRADO
              GOBACK.
           PERFORM COMPROBAR-PERIODO.
           IF PRA-CERRADO THEN
              PERFORM AVISAR-MES-CERRADO
              GOBACK.
      *
           PERFORM INICIO.
           PERFORM PROCESO.
              GOBACK.
      *
      * COBROS.DAT todavia no existe la primera vez (estado '35');
      * se crea vacio con OUTPUT y se vuelve a abrir.
           OPEN I-O FCOB.
           IF FS-FCOB = '35' THEN
              OPEN OUTPUT FCOB
              CLOSE FCOB
              OPEN I-O FCOB.
           IF FS-FCOB NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCOB
              GOBACK.
           ACCEPT CLICOD-E LINE  6 POSITION 24 NO BEEP.
      *
           IF CLICOD-E NOT = SPACES THEN
              PERFORM LEER-CLIENTE
              PERFORM COMPROBAR-EMPRESA
              IF EXISTE = 'N' THEN
                 DISPLAY ERROR-C LINE 23 POSITION 14 REVERSE
                 PERFORM CONTINUAR
                 MOVE CLISAL TO ZSAL
                 DISPLAY ZSAL   LINE  8 POSITION 24
                 PERFORM PEDIR-FACTURA.
      *
       LEER-CLIENTE.
           MOVE CLICOD-E TO CLICOD.
           MOVE SPACES TO EXISTE.
           READ FCLI RECORD KEY IS CLICOD INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
      * ************************************************
      * Pide la factura, comprueba que existe y es del cliente, y
           MOVE DD1       TO COBDD.
           MOVE IMPORTE-E TO COBIMP.
           MOVE METODO-E  TO COBMET.
           MOVE ZEROS TO COBLIN.
           MOVE 'C' TO PRA-TIP.
           MOVE COBCLAVE TO PRA-DOC.
           MOVE COBIMP TO PRA-IMP.
           PERFORM ANOTAR-PERIODO.
           MOVE '22' TO FS-FCOB.
           PERFORM NUMERAR-COBRO UNTIL FS-FCOB NOT = '22'
                                    OR COBLIN = 999.
           IF FS-FCOB NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCOB
            ELSE
              CALL 'PENACT' USING PEN-OPER, PEN-FAC, PEN-CLI,
                   PEN-IMP.
      *
      * Primer numero de orden libre en la factura del cobro.
       NUMERAR-COBRO.
           ADD 1 TO COBLIN.
           WRITE REGCOB.
      *
      * ************************************************
      * Borra la informacion de la pantalla
      * ************************************************
                            LINE 12 POSITION 18 REVERSE.
           ACCEPT CONT-CDI  LINE 23 POSITION 79.
           DISPLAY SPACES ERASE.
      *
      * ************************************************
      * Con el mes de hoy cerrado en PERIODOS.DAT (periodos
      * contables UD23E28) no se admiten documentos de ese mes
      * ************************************************
       COMPROBAR-PERIODO.
           MOVE 'C'       TO PRA-MOD.
           ACCEPT PRA-FEC FROM DATE YYYYMMDD.
           MOVE 'UD12E2' TO PRA-PRG.
           MOVE SPACE     TO PRA-TIP.
           MOVE SPACES    TO PRA-DOC.
           MOVE ZEROS     TO PRA-IMP.
           CALL 'PERIODO' USING PERIODO-ARG.
      *
       AVISAR-MES-CERRADO.
           DISPLAY SPACES ERASE.
           DISPLAY 'Mes cerrado: no se admiten documentos de este mes.'
                            LINE 12 POSITION 15 REVERSE.
           ACCEPT CONT-CDI  LINE 23 POSITION 79.
           DISPLAY SPACES ERASE.
      *
      * ************************************************
      * Justo antes de grabar un documento: si el mes ya se
      * exporto a la gestoria (UD17E11) queda anotado en
      * TARDIOS.DAT como apunte fuera de plazo
      * ************************************************
       ANOTAR-PERIODO.
           MOVE 'A'       TO PRA-MOD.
           ACCEPT PRA-FEC FROM DATE YYYYMMDD.
           MOVE 'UD12E2' TO PRA-PRG.
           CALL 'PERIODO' USING PERIODO-ARG.
      *
      * ************************************************
      * Un cliente de otra empresa del grupo (rutina comun
      * EMPRESA) no se atiende desde la de trabajo: se trata
      * como si no existiera
      * ************************************************
       COMPROBAR-EMPRESA.
           IF EXISTE NOT = 'N' THEN
              MOVE CLICOD TO EMA-CLI
              MOVE 'C' TO EMA-OPE
              CALL 'EMPRESA' USING EMPRESA-ARG
              IF EMA-OK = 'N' THEN
                 MOVE 'N' TO EXISTE.
