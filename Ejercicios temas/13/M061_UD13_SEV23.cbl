123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. UD13E23.
       REMARKS. UNIDAD 13 EJERCICIO 23.
      *
      * Utilidad batch que da de alta como clientes a los
      * compradores nuevos de la tienda web, a partir del fichero
      * de altas que exporta la web (CLIWEB.CSV), delimitado por
      * punto y coma:
      *
      *    cuenta-web;nif;nombre;direccion;poblacion;sexo
      *
      * La llama la carga de pedidos web UD13E8 antes de cargar
      * los pedidos, para que los de un comprador nuevo entren la
      * misma noche en vez de rechazarse. Cada NIF se valida con la
      * rutina comun NIFVAL y se busca en CLIENTES.DAT: si ya hay
      * un cliente de la empresa de trabajo con el mismo NIF, la
      * cuenta web se asocia a el en vez de duplicarlo (los de la
      * otra empresa y los de baja no cuentan). Si no, el cliente
      * se crea con el siguiente codigo de SECUCLI.DAT (como las
      * altas de UD10E1), el limite de credito y el plazo de pago
      * por defecto de PARAMS.DAT (WEBLIMITE y WEBPLAZO) y en la
      * empresa de trabajo (rutina comun EMPRESA), y el alta queda
      * en el diario de imagenes (rutina comun DIARIO) como las de
      * UD10E1. La asociacion queda en CLIWEB.DAT, donde UD13E8
      * traduce la cuenta de la cabecera del pedido al codigo de
      * cliente, y se devuelve a la web en CLIWEBR.CSV:
      *
      *    cuenta-web;codigo-cliente;estado
      *
      * con el estado ALT (cliente nuevo), EXI (cliente que ya
      * existia con el mismo NIF), MAP (cuenta ya asociada en una
      * carga anterior) o el motivo del rechazo: FAL campo
      * obligatorio vacio, NIF no valido, VAL sexo no valido, ERR
      * error de fichero.
      * Sin punto de control: una carga relanzada encuentra ya
      * asociadas las cuentas que dio de alta (MAP) y, si murio
      * entre grabar el cliente y grabar la asociacion, encuentra
      * el cliente por su NIF (EXI); no puede duplicar clientes.
      * Si hay rechazos, la tarea de revisarlos queda en la
      * bandeja de los operadores (rutina comun TAREA).
      * Al acabar deja sus totales de control en CTLTOT.DAT (rutina
      * comun CTLTOT): lineas tratadas, clientes creados, rechazos,
      * cuentas asociadas a un cliente que ya existia y primer y
      * ultimo codigo de cliente creado, que la cadena nocturna
      * UD13E18 cuadra con CLIENTES.DAT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Acceso dinamico: ademas de grabar las altas, se recorre
      * entero buscando un cliente con el mismo NIF.
            SELECT FCLI ASSIGN TO DISK 'CLIENTES.DAT'
            RECORD KEY IS CLICOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FCLI.
      *
            SELECT FCWB ASSIGN TO DISK 'CLIWEB.DAT'
            RECORD KEY IS CWBCTA
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCWB.
      *
      * Ultimo codigo de cliente generado, compartido con las altas
      * de UD10E1 y abierto en exclusiva como alli.
            SELECT FSEC ASSIGN TO DISK 'SECUCLI.DAT'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            LOCK MODE IS EXCLUSIVE
            FILE STATUS IS FS-FSEC.
      *
            SELECT FPAR ASSIGN TO DISK 'PARAMS.DAT'
            RECORD KEY IS PARCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPAR.
      *
            SELECT FCSV ASSIGN TO DISK 'CLIWEB.CSV'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-FCSV.
      *
      * Respuesta para la tienda web: cuenta, cliente y estado.
            SELECT FRES ASSIGN TO DISK 'CLIWEBR.CSV'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-FRES.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FCLI LABEL RECORD IS STANDARD.
           COPY REGCLI.
      *
       FD FCWB LABEL RECORD IS STANDARD.
           COPY REGCWB.
      *
       FD FSEC LABEL RECORD IS STANDARD.
       01 REGSEC      PIC 9(4).
      *
       FD FPAR LABEL RECORD IS STANDARD.
           COPY REGPAR.
      *
       FD FCSV LABEL RECORD IS STANDARD.
           01 LIN-CSV PIC X(100).
      *
       FD FRES LABEL RECORD IS STANDARD.
           01 LIN-RES PIC X(40).

       WORKING-STORAGE SECTION.
       77 FECHA      PIC 99999999.
       77 FINLEC     PIC X.
       77 EXISTE     PIC X.
      *
      * Campos de trabajo para descomponer una linea de CSV antes de
      * trasladarla al registro REGCLI.
       01 CAMPOS-CSV.
           02 CAMPO-CTA  PIC X(10).
           02 CAMPO-NIF  PIC X(09).
           02 CAMPO-NOM  PIC X(20).
           02 CAMPO-DIR  PIC X(20).
           02 CAMPO-POB  PIC X(20).
           02 CAMPO-SEX  PIC X(01).
      *
      * Estado de la linea en curso (ALT, EXI, MAP o motivo del
      * rechazo) y cliente que se devuelve a la web.
       77 MOTIVO     PIC X(3).
       77 RES-CLI    PIC X(4).
      *
      * Respuesta de la rutina comun de validacion del NIF.
       77 NIF-OK     PIC X.
       77 NIF-MSG    PIC X(40).
      *
      * Recorrido de CLIENTES.DAT buscando el NIF.
       77 FIN-BUS    PIC X.
      *
      * Condiciones de credito por defecto de los clientes web:
      * limite en euros (cero = sin limite, como las cuentas
      * cargadas por UD13E4) y plazo de pago en dias, de
      * PARAMS.DAT si estan.
       77 LIM-WEB    PIC 9(5) VALUE 0.
       77 PLA-WEB    PIC 99   VALUE 30.
      *
      * Ultimo codigo de cliente generado (SECUCLI.DAT).
       77 SEC-VALOR   PIC 9(4) VALUE 0.
       77 SEC-ABIERTO PIC X    VALUE 'N'.
      *
       77 ZNUM       PIC ZZ9.
      *
      * Totales de control para la rutina comun CTLTOT: lineas de
      * datos tratadas, cuentas ya asociadas (MAP) y primer y
      * ultimo cliente creado en esta ejecucion.
       77 NUMLEI     PIC 9(7) VALUE 0.
       77 NUMMAP     PIC 9(7) VALUE 0.
       77 PRICLI     PIC 9(4) VALUE 0.
       77 ULTCLI     PIC 9(4) VALUE 0.
           COPY CTLTOT.
      *
      * Argumentos de la rutina comun DIARIO, que anota la imagen
      * de cada operacion sobre los maestros en DIARIO.DAT.
       77 JRN-FICHERO PIC X(8).
       77 JRN-OPER    PIC X(6).
       77 JRN-IMAGEN  PIC X(120).
      *
       77 FS-FCLI    PIC XX.
       77 FS-FCWB    PIC XX.
       77 FS-FSEC    PIC XX.
       77 FS-FPAR    PIC XX.
       77 FS-FCSV    PIC XX.
       77 FS-FRES    PIC XX.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
      * Argumento de la rutina comun TAREA.
           COPY TAREA.
      *
      * Empresa de trabajo en la que se anota el cliente nuevo.
           COPY EMPRESA.
      *
       LINKAGE SECTION.
           COPY ALTAWEB.

       PROCEDURE DIVISION USING ALTAWEB-ARG.
       COMIENZO.
           PERFORM INICIO.
           PERFORM PROCESO.
           PERFORM FIN.
      *
           GOBACK.
      *
      * ************************************************
      * Inicio
      * ************************************************
        INICIO.
      * Contadores a cero aqui y no solo por VALUE: UD13E8 llama
      * a este programa en cada carga.
           MOVE 0 TO AWA-ALT.
           MOVE 0 TO AWA-EXI.
           MOVE 0 TO AWA-REC.
           MOVE 0 TO NUMLEI.
           MOVE 0 TO NUMMAP.
           MOVE 0 TO PRICLI.
           MOVE 0 TO ULTCLI.
      *
      * Sin fichero de altas (estado '35') la web no ha mandado
      * compradores nuevos esta noche: no hay nada que hacer.
           OPEN INPUT FCSV.
           IF FS-FCSV = '35' THEN
              GOBACK.
           IF FS-FCSV NOT = '00' THEN
              PERFORM ERROR-FICHERO-CSV
              GOBACK.
      *
           OPEN I-O FCLI.
           IF FS-FCLI NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCLI
              CLOSE FCSV
              GOBACK.
      *
      * CLIWEB.DAT todavia no existe la primera vez (estado '35');
      * se crea vacio.
           OPEN I-O FCWB.
           IF FS-FCWB = '35' THEN
              OPEN OUTPUT FCWB
              CLOSE FCWB
              OPEN I-O FCWB.
           IF FS-FCWB NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCWB
              CLOSE FCSV FCLI
              GOBACK.
      *
           OPEN OUTPUT FRES.
           IF FS-FRES NOT = '00' THEN
              PERFORM ERROR-FICHERO-FRES
              CLOSE FCSV FCLI FCWB
              GOBACK.
           MOVE 'cuenta;cliente;estado' TO LIN-RES.
           WRITE LIN-RES.
      *
           ACCEPT FECHA FROM DATE YYYYMMDD.
           PERFORM LEER-PARAMETROS.
      *
      * ************************************************
      * Limite y plazo por defecto desde PARAMS.DAT; si el fichero
      * o la clave no existen, siguen los valores compilados
      * ************************************************
       LEER-PARAMETROS.
           OPEN INPUT FPAR.
           IF FS-FPAR = '00' THEN
              MOVE 'WEBLIMITE ' TO PARCLAVE
              PERFORM LEER-PARAMETRO
              IF FS-FPAR = '00' THEN
                 MOVE PARVAL TO LIM-WEB.
           IF FS-FPAR = '00' OR FS-FPAR = '23' THEN
              MOVE 'WEBPLAZO  ' TO PARCLAVE
              PERFORM LEER-PARAMETRO
              IF FS-FPAR = '00' AND PARVAL > 0 AND PARVAL < 100 THEN
                 MOVE PARVAL TO PLA-WEB.
           IF FS-FPAR NOT = '35' THEN
              CLOSE FPAR.
      *
       LEER-PARAMETRO.
           READ FPAR RECORD KEY IS PARCLAVE INVALID KEY
                     CONTINUE.
      *
      * ************************************************
      * Proceso del programa
      * ************************************************
        PROCESO.
           MOVE SPACE TO FINLEC.
           READ FCSV AT END MOVE 'S' TO FINLEC.
      *
      * La primera linea del fichero es la cabecera de columnas de
      * la exportacion web, no un comprador a dar de alta.
           IF FINLEC NOT = 'S' THEN
              READ FCSV AT END MOVE 'S' TO FINLEC.
      *
           PERFORM CARGAR-LINEA UNTIL FINLEC = 'S'.
      *
           IF AWA-REC > 0 THEN
              PERFORM AVISAR-RECHAZOS.
           PERFORM GRABAR-TOTALES.
      *
      * ************************************************
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FCLI FCWB FCSV FRES.
      *
      * ************************************************
      * Descompone una linea de CSV: la valida, busca el NIF entre
      * los clientes y, si no esta, da de alta el cliente; despues
      * asocia la cuenta y deja la respuesta para la web
      * ************************************************
       CARGAR-LINEA.
           MOVE SPACES TO CAMPOS-CSV.
           UNSTRING LIN-CSV DELIMITED BY ';'
              INTO CAMPO-CTA, CAMPO-NIF, CAMPO-NOM, CAMPO-DIR,
                   CAMPO-POB, CAMPO-SEX.
           INSPECT CAMPO-NIF CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO RES-CLI.
           ADD 1 TO NUMLEI.
      *
           PERFORM VALIDAR-LINEA.
           IF MOTIVO = SPACES THEN
              PERFORM BUSCAR-NIF.
           IF MOTIVO = SPACES THEN
              PERFORM ALTA-CLIENTE.
           IF MOTIVO = 'ALT' OR MOTIVO = 'EXI' THEN
              PERFORM ASOCIAR-CUENTA.
      *
           IF MOTIVO NOT = 'ALT' AND MOTIVO NOT = 'EXI'
                                 AND MOTIVO NOT = 'MAP' THEN
              ADD 1 TO AWA-REC.
           PERFORM GRABAR-RESPUESTA.
      *
           READ FCSV AT END MOVE 'S' TO FINLEC.
      *
      * ************************************************
      * Comprobaciones previas: campos obligatorios, NIF valido,
      * sexo valido (puede venir en blanco) y cuenta no asociada
      * ya en una carga anterior
      * ************************************************
       VALIDAR-LINEA.
           MOVE SPACES TO MOTIVO.
      *
           IF CAMPO-CTA = SPACES OR CAMPO-NIF = SPACES
                                 OR CAMPO-NOM = SPACES THEN
              MOVE 'FAL' TO MOTIVO.
      *
           IF MOTIVO = SPACES THEN
              CALL 'NIFVAL' USING CAMPO-NIF, NIF-OK, NIF-MSG
              IF NIF-OK NOT = 'S' THEN
                 MOVE 'NIF' TO MOTIVO.
      *
           IF MOTIVO = SPACES THEN
              IF CAMPO-SEX NOT = 'M' AND CAMPO-SEX NOT = 'F'
                                     AND CAMPO-SEX NOT = SPACE THEN
                 MOVE 'VAL' TO MOTIVO.
      *
           IF MOTIVO = SPACES THEN
              PERFORM LEER-CUENTA
              IF EXISTE NOT = 'N' THEN
                 MOVE 'MAP'  TO MOTIVO
                 MOVE CWBCLI TO RES-CLI
                 ADD 1 TO NUMMAP.
      *
       LEER-CUENTA.
           MOVE CAMPO-CTA TO CWBCTA.
           MOVE SPACES TO EXISTE.
           READ FCWB RECORD KEY IS CWBCTA INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
      * ************************************************
      * Busca en CLIENTES.DAT un cliente activo de la empresa de
      * trabajo con el mismo NIF; no hay clave por NIF, asi que se
      * recorre el fichero entero
      * ************************************************
       BUSCAR-NIF.
           MOVE 'N' TO EXISTE.
           MOVE SPACE TO FIN-BUS.
           MOVE LOW-VALUES TO CLICOD.
           START FCLI KEY IS NOT LESS THAN CLICOD INVALID KEY
                                    MOVE 'S' TO FIN-BUS.
           PERFORM LEER-CLIENTE-NIF UNTIL FIN-BUS = 'S'.
      *
           IF EXISTE = 'S' THEN
              MOVE 'EXI'  TO MOTIVO
              MOVE CLICOD TO RES-CLI
              ADD 1 TO AWA-EXI.
      *
       LEER-CLIENTE-NIF.
           READ FCLI NEXT RECORD AT END MOVE 'S' TO FIN-BUS.
           IF FIN-BUS NOT = 'S' AND CLINIF = CAMPO-NIF
                                AND NOT CLI-BAJA THEN
              PERFORM COMPROBAR-EMPRESA.
      *
      * El cliente de la otra empresa con el mismo NIF no sirve: la
      * busqueda sigue.
       COMPROBAR-EMPRESA.
           MOVE CLICOD TO EMA-CLI.
           MOVE 'C' TO EMA-OPE.
           CALL 'EMPRESA' USING EMPRESA-ARG.
           IF EMA-OK = 'S' THEN
              MOVE 'S' TO EXISTE
              MOVE 'S' TO FIN-BUS.
      *
      * ************************************************
      * Da de alta el cliente de una linea ya validada, con el
      * siguiente codigo y las condiciones por defecto, y lo anota
      * en la empresa de trabajo
      * ************************************************
       ALTA-CLIENTE.
           PERFORM SIGUIENTE-CODIGO.
           IF SEC-ABIERTO NOT = 'S' THEN
              MOVE 'ERR' TO MOTIVO
            ELSE
              PERFORM GRABAR-CLIENTE.
      *
       GRABAR-CLIENTE.
           MOVE CAMPO-NOM TO CLINOM.
           MOVE CAMPO-DIR TO CLIDIR.
           MOVE CAMPO-POB TO CLIPOB.
           MOVE CAMPO-SEX TO CLISEX.
           SET CLI-ACTIVO TO TRUE.
           MOVE LIM-WEB TO CLILIM.
           MOVE ZEROS TO CLISAL.
           MOVE SPACE TO CLIABC.
           MOVE CAMPO-NIF TO CLINIF.
           MOVE PLA-WEB TO CLIPLA.
           MOVE 'N' TO CLIREC.
           MOVE 'N' TO CLIUE.
           MOVE SPACES TO CLIPAI.
           MOVE SPACES TO CLIVIE.
           MOVE 'N' TO CLIFME.
           MOVE 'P' TO CLIPOR.
           MOVE ZEROS TO CLIPUM.
      *
           WRITE REGCLI.
           IF FS-FCLI = '00' THEN
              PERFORM ANOTAR-ALTA
            ELSE
              MOVE 'ERR' TO MOTIVO
              PERFORM ERROR-FICHERO-FCLI.
      *
      * El alta grabada queda en el diario de imagenes, como las de
      * UD10E1, y en la empresa de trabajo.
       ANOTAR-ALTA.
           MOVE 'ALT'  TO MOTIVO.
           MOVE CLICOD TO RES-CLI.
           ADD 1 TO AWA-ALT.
           IF PRICLI = 0 THEN
              MOVE SEC-VALOR TO PRICLI.
           MOVE SEC-VALOR TO ULTCLI.
      *
           MOVE 'CLIENTES' TO JRN-FICHERO.
           MOVE 'WRITE ' TO JRN-OPER.
           MOVE REGCLI TO JRN-IMAGEN.
           CALL 'DIARIO' USING JRN-FICHERO, JRN-OPER,
                JRN-IMAGEN.
      *
           MOVE CLICOD TO EMA-CLI.
           MOVE 'A' TO EMA-OPE.
           CALL 'EMPRESA' USING EMPRESA-ARG.
      *
      * ************************************************
      * Deja la cuenta web asociada a su cliente en CLIWEB.DAT
      * ************************************************
       ASOCIAR-CUENTA.
           MOVE CAMPO-CTA TO CWBCTA.
           MOVE RES-CLI   TO CWBCLI.
           MOVE FECHA     TO CWBFEC.
           WRITE REGCWB.
           IF FS-FCWB NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCWB.
      *
      * ************************************************
      * Linea de respuesta para la tienda web
      * ************************************************
       GRABAR-RESPUESTA.
           MOVE SPACES TO LIN-RES.
           STRING CAMPO-CTA DELIMITED BY SPACE
                  ';'       DELIMITED BY SIZE
                  RES-CLI   DELIMITED BY SPACE
                  ';'       DELIMITED BY SIZE
                  MOTIVO    DELIMITED BY SIZE
                  INTO LIN-RES.
           WRITE LIN-RES.
           IF FS-FRES NOT = '00' THEN
              PERFORM ERROR-FICHERO-FRES.
      *
      * ************************************************
      * Calcula el siguiente codigo de cliente a partir del ultimo
      * guardado en SECUCLI.DAT (0 la primera vez que se usa) y lo
      * deja en CLICOD, como SIGUIENTE-CODIGO en UD10E1.
      * ************************************************
       SIGUIENTE-CODIGO.
           MOVE 0   TO SEC-VALOR.
           MOVE 'N' TO SEC-ABIERTO.
           OPEN I-O FSEC.
      *
      * La primera vez el fichero no existe (estado '35'): se crea
      * con un unico registro a cero y se reabre en exclusiva.
           IF FS-FSEC = '35' THEN
              OPEN OUTPUT FSEC
              MOVE ZEROS TO REGSEC
              WRITE REGSEC
              CLOSE FSEC
              OPEN I-O FSEC.
      *
           IF FS-FSEC = '00' THEN
              MOVE 'S' TO SEC-ABIERTO
              PERFORM LEER-SECUENCIA
              IF FS-FSEC = '00' THEN
                 MOVE REGSEC TO SEC-VALOR.
      *
           ADD 1 TO SEC-VALOR.
           MOVE SEC-VALOR TO CLICOD.
      *
           IF SEC-ABIERTO = 'S' THEN
              MOVE SEC-VALOR TO REGSEC
              REWRITE REGSEC
              IF FS-FSEC NOT = '00' THEN
                 PERFORM ERROR-FICHERO-FSEC
                 MOVE 'N' TO SEC-ABIERTO
                 CLOSE FSEC
               ELSE
                 CLOSE FSEC
            ELSE
              PERFORM ERROR-FICHERO-FSEC.
      *
       LEER-SECUENCIA.
           READ FSEC NEXT RECORD AT END CONTINUE.
      *
      * ************************************************
      * Deja los totales de control en CTLTOT.DAT
      * ************************************************
       GRABAR-TOTALES.
           MOVE 'UD13E23 ' TO CTA-PRG.
           MOVE NUMLEI     TO CTA-LEI.
           MOVE AWA-ALT    TO CTA-ESC.
           MOVE AWA-REC    TO CTA-REC.
           MOVE 0          TO CTA-IMP.
           COMPUTE CTA-AUX = AWA-EXI + NUMMAP.
           MOVE PRICLI     TO CTA-DSD.
           MOVE ULTCLI     TO CTA-HST.
           CALL 'CTLTOT' USING CTLTOT-ARG.
      *
      * Si hay registros rechazados, pone en la bandeja de los
      * operadores la tarea de revisar CLIWEBR.CSV (rutina comun
      * TAREA); mientras siga abierta no se repite.
       AVISAR-RECHAZOS.
           MOVE AWA-REC TO ZNUM.
           MOVE 'A'        TO TAN-OPER.
           MOVE 'CARGA '   TO TAN-TIPO.
           MOVE 'CLIWEBR.CSV' TO TAN-REF.
           MOVE SPACES     TO TAN-DES.
           STRING 'Rechazos de las altas web: ' ZNUM
                  DELIMITED BY SIZE INTO TAN-DES.
           MOVE 2          TO TAN-PRI.
           MOVE 1          TO TAN-DIAS.
           MOVE SPACES     TO TAN-ASG.
           MOVE 'O'        TO TAN-ROL.
           MOVE 'UD13E23'  TO TAN-USU.
           CALL 'TAREA' USING TAREA-ARG.
      *
      * ************************************************
      * Pantallas amigables de error de fichero
      * ************************************************
       ERROR-FICHERO-FCLI.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCLI   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCWB.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCWB   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FSEC.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FSEC   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-CSV.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCSV   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FRES.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FRES   LINE 23 POSITION 40 REVERSE.
