123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRESA.
       REMARKS. RUTINA COMUN DE LA EMPRESA DE TRABAJO.
      *
      * Guarda la empresa del grupo con la que trabaja el operador y
      * responde por ella, al estilo de ESTCAD: una sola rutina
      * llamada desde todos los programas que tienen que separar
      * los datos de cada empresa, en vez de repetir la lectura de
      * los maestros en cada uno. El menu general UD05E1 la fija al
      * entrar el operador; como la rutina no se cancela, los
      * programas que el menu llama despues la encuentran fijada.
      * Sin fijar, la empresa es la 01.
      *
      *  EMA-OPE 'F': fija la empresa EMA-COD si esta en
      *    EMPRESAS.DAT y no esta de baja. La 01 se admite siempre,
      *    tenga registro o no.
      *  EMA-OPE 'D': datos de la empresa de trabajo (razon social,
      *    CIF, domicilio y telefono) para el membrete de los
      *    documentos. La 01 sin registro toma los de DATEMP.
      *  EMA-OPE 'C': empresa del cliente EMA-CLI segun EMPCLI.DAT
      *    (la 01 si no tiene registro), con EMA-OK 'S' si es la de
      *    trabajo y 'N' si es de otra empresa.
      *  EMA-OPE 'A': anota el cliente EMA-CLI en la empresa de
      *    trabajo; lo llama el alta de clientes.
      *
      * Los ficheros se abren y se cierran en cada llamada, como
      * hace PENACT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FEMP ASSIGN TO DISK 'EMPRESAS.DAT'
            RECORD KEY IS EMPCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FEMP.
      *
            SELECT FECL ASSIGN TO DISK 'EMPCLI.DAT'
            RECORD KEY IS ECLCLI
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FECL.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FEMP LABEL RECORD IS STANDARD.
           COPY REGEMP.
      *
       FD FECL LABEL RECORD IS STANDARD.
           COPY REGECL.
      *
       WORKING-STORAGE SECTION.
       77 FS-FEMP   PIC XX.
       77 FS-FECL   PIC XX.
       77 EXISTE    PIC X.
      *
      * Empresa de trabajo: se conserva de una llamada a otra.
       77 EMP-TRABAJO PIC 99 VALUE 1.
      *
      * Datos fijos de la empresa 01 mientras no tenga registro.
           COPY DATEMP.
      *
       LINKAGE SECTION.
           COPY EMPRESA.
      *
       PROCEDURE DIVISION USING EMPRESA-ARG.
       COMIENZO.
           MOVE 'S' TO EMA-OK.
           IF EMA-OPE = 'F' THEN
              PERFORM FIJAR-EMPRESA
            ELSE
              IF EMA-OPE = 'D' THEN
                 MOVE EMP-TRABAJO TO EMA-COD
                 PERFORM LEER-EMPRESA
               ELSE
                 IF EMA-OPE = 'C' THEN
                    PERFORM EMPRESA-CLIENTE
                  ELSE
                    IF EMA-OPE = 'A' THEN
                       PERFORM ANOTAR-CLIENTE
                     ELSE
                       MOVE 'N' TO EMA-OK.
      *
           EXIT PROGRAM.
      *
      * ************************************************
      * Fija la empresa de trabajo si existe y esta activa
      * ************************************************
       FIJAR-EMPRESA.
           PERFORM LEER-EMPRESA.
           IF EXISTE = 'S' OR EMA-COD = 1 THEN
              MOVE EMA-COD TO EMP-TRABAJO
            ELSE
              MOVE 'N' TO EMA-OK.
      *
      * ************************************************
      * Datos de la empresa EMA-COD; EXISTE 'S' si tiene registro
      * y no esta de baja. La 01 sin registro toma DATEMP.
      * ************************************************
       LEER-EMPRESA.
           MOVE 'N' TO EXISTE.
           MOVE SPACES TO EMA-NOM EMA-CIF EMA-DIR EMA-POB EMA-TEL.
           OPEN INPUT FEMP.
           IF FS-FEMP = '00' THEN
              PERFORM BUSCAR-EMPRESA
              IF FS-FEMP = '00' AND EMP-ACTIVA THEN
                 MOVE 'S'    TO EXISTE
                 MOVE EMPRSO TO EMA-NOM
                 MOVE EMPCIF TO EMA-CIF
                 MOVE EMPDIR TO EMA-DIR
                 MOVE EMPPOB TO EMA-POB
                 MOVE EMPTEL TO EMA-TEL.
           IF FS-FEMP NOT = '35' THEN
              CLOSE FEMP.
           IF EXISTE = 'N' AND EMA-COD = 1 THEN
              MOVE EMPNOM TO EMA-NOM
              MOVE EMPNIF TO EMA-CIF.
      *
       BUSCAR-EMPRESA.
           MOVE EMA-COD TO EMPCOD.
           READ FEMP RECORD KEY IS EMPCOD INVALID KEY
                     CONTINUE.
      *
      * ************************************************
      * Empresa del cliente: la de EMPCLI.DAT o, sin registro,
      * la 01
      * ************************************************
       EMPRESA-CLIENTE.
           MOVE 1 TO EMA-COD.
           OPEN INPUT FECL.
           IF FS-FECL = '00' THEN
              PERFORM LEER-EMPRESA-CLIENTE
              IF FS-FECL = '00' THEN
                 MOVE ECLEMP TO EMA-COD.
           IF FS-FECL NOT = '35' THEN
              CLOSE FECL.
           IF EMA-COD NOT = EMP-TRABAJO THEN
              MOVE 'N' TO EMA-OK.
      *
       LEER-EMPRESA-CLIENTE.
           MOVE EMA-CLI TO ECLCLI.
           READ FECL RECORD KEY IS ECLCLI INVALID KEY
                     CONTINUE.
      *
      * ************************************************
      * Alta de un cliente en la empresa de trabajo. EMPCLI.DAT
      * todavia no existe la primera vez (estado '35'); se crea
      * vacio. Un codigo reutilizado pasa a la empresa nueva.
      * ************************************************
       ANOTAR-CLIENTE.
           OPEN I-O FECL.
           IF FS-FECL = '35' THEN
              OPEN OUTPUT FECL
              CLOSE FECL
              OPEN I-O FECL.
           IF FS-FECL NOT = '00' THEN
              MOVE 'N' TO EMA-OK
            ELSE
              MOVE EMA-CLI     TO ECLCLI
              MOVE EMP-TRABAJO TO ECLEMP
              WRITE REGECL
              IF FS-FECL = '22' THEN
                 REWRITE REGECL.
           IF FS-FECL NOT = '00' THEN
              MOVE 'N' TO EMA-OK.
           IF FS-FECL NOT = '35' THEN
              CLOSE FECL.
           MOVE EMP-TRABAJO TO EMA-COD.
