      * (facturan genero que no entro: las lineas cortas que se
      * pagaban a precio completo). La factura queda en FACPROV.DAT
      * (trazado REGFPR, numerada desde FACPROV.CTR) con sus lineas
      * en LINFPROV.DAT, conforme solo si todas sus lineas casan
      * y el importe tecleado (total con IVA) cuadra con la base
      * y la cuota calculadas de las lineas. Cada linea lleva su
      * tipo de IVA soportado, propuesto desde PROIVA, que alimenta
      * el libro de IVA soportado UD23E3;
      * el vencimiento se teclea segun las condiciones PRVPAG del
      * proveedor (mostradas en pantalla) y se valida con DATEVAL.
      * La opcion de pago solo deja marcar pagadas las facturas
      * conformes; los pagos por transferencia los marca la
      * propuesta de pagos UD23E1 al confirmar el lote, y una
      * factura que esta en un lote todavia abierto (propuesta o
      * enviada al banco) no se puede pagar a mano. El informe
      * de antiguedad de pagos es UD17E8. Cada factura discrepante
      * deja la tarea de resolverla en la bandeja de los
      * supervisores (rutina comun TAREA). La factura queda a nombre
      * de la empresa del grupo con la que se trabaja (rutina comun
      * EMPRESA), que es la que la lleva a su libro de IVA soportado.
      * Con el mes en curso cerrado en los periodos contables
      * (PERIODOS.DAT, rutina comun PERIODO) no graba nada; si el
      * mes ya se exporto a la gestoria, cada documento grabado
      * queda anotado como apunte fuera de plazo (TARDIOS.DAT).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FLCO.
      *
      * Producto, para proponer el tipo de IVA de cada linea.
            SELECT FPROD ASSIGN TO DISK 'PRODUCTO.DAT'
            RECORD KEY IS PROCOD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPROD.
      *
            SELECT FFPR ASSIGN TO DISK 'FACPROV.DAT'
            RECORD KEY IS FPRNUM
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FLPR.
      *
      * Lotes de pagos de UD23E1, para no pagar a mano una factura
      * que ya va en una transferencia.
            SELECT FTRF ASSIGN TO DISK 'PAGOPROV.DAT'
            RECORD KEY IS TRFCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FTRF.
      *
      * Contador de numeros internos de factura de proveedor,
      * gemelo de FACTURAS.CTR.
            SELECT FCTR ASSIGN TO DISK 'FACPROV.CTR'
      *
       FD FLCO LABEL RECORD IS STANDARD.
           COPY REGLCO.
      *
       FD FPROD LABEL RECORD IS STANDARD.
           COPY REGPRO.
      *
       FD FFPR LABEL RECORD IS STANDARD.
           COPY REGFPR.
      *
       FD FLPR LABEL RECORD IS STANDARD.
           COPY REGLPR.
      *
       FD FTRF LABEL RECORD IS STANDARD.
           COPY REGTRF.
      *
       FD FCTR LABEL RECORD IS STANDARD.
       01 REGCTR.
           'Factura DISCREPANTE: resolver antes de pagar.'.
       77 ERROR-G    PIC X(50) VALUE
           'ERROR! La factura YA esta pagada.'.
       77 ERROR-L    PIC X(50) VALUE
           'La factura va en un lote de pagos abierto.'.
      *
       77 OPCION     PIC X.
       77 EXISTE     PIC X.
       77 CONTINUA   PIC X.
       77 FINLIN     PIC X.
       77 FINTRF     PIC X.
       77 EN-LOTE    PIC X.
      *
      * Datos tecleados por el operador.
       77 COMNUM-E   PIC 9(6).
       77 VTO-E      PIC 9(8).
       77 CAN-E      PIC 99999.
       77 PRE-E      PIC 9(6)V99.
       77 IVA-E      PIC 99V99.
      *
      * Numero interno asignado desde FACPROV.CTR.
       77 NEXTFPR    PIC 9(6).
      *
      * Estado acumulado de la casacion y total calculado de las
      * lineas facturadas: base, cuota de IVA de cada linea
      * (redondeada al centimo) y total con IVA.
       77 TODO-CASA  PIC X.
       77 NUMLIN     PIC 9999.
       77 TOT-CALC   PIC 9(8)V99.
       77 CUO-LIN    PIC 9(7)V99.
       77 CUO-CALC   PIC 9(8)V99.
       77 TOT-IVA    PIC 9(8)V99.
      * Diferencia admitida entre el importe tecleado y el total
      * calculado: un centimo de redondeo por linea.
       77 DIF-TOT    PIC S9(8)V99.
       77 TOLERANCIA PIC 9(3)V99.
      *
      * Argumentos de la rutina comun DATEVAL (DDMMAAAA).
       77 FECHA-VAL  PIC 9(8).
      *
       77 FS-FPRV    PIC XX.
       77 FS-FCOM    PIC XX.
       77 FS-FPROD   PIC XX.
       77 FS-FLCO    PIC XX.
       77 FS-FFPR    PIC XX.
      * Estado del mes contable (rutina comun PERIODO).
           COPY PERIODO.
       77 FS-FLPR    PIC XX.
       77 FS-FTRF    PIC XX.
       77 FS-FCTR    PIC XX.
       77 MSGFS      PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
           02 VTODD-E PIC 99.
           02 VTOMM-E PIC 99.
           02 VTOAA-E PIC 9999.
      *
      * Argumento de la rutina comun TAREA.
           COPY TAREA.
      *
      * Empresa de trabajo, la que recibe la factura.
           COPY EMPRESA.
123456*
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM COMPROBAR-PERIODO.
           IF PRA-CERRADO THEN
              PERFORM AVISAR-MES-CERRADO
              GOBACK.
      *
           PERFORM INICIO.
           PERFORM PROCESO.
           PERFORM FIN.
           IF FS-FLCO NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLCO
              GOBACK.
      *
           OPEN INPUT FPROD.
           IF FS-FPROD NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPROD
              GOBACK.
      *
      * FACPROV.DAT y LINFPROV.DAT todavia no existen la primera
      * vez (estado '35'); se crean vacios, igual que FACTURAS.DAT
              PERFORM ERROR-FICHERO-FLPR
              GOBACK.
      *
      * PAGOPROV.DAT no existe hasta la primera propuesta de pagos
      * (estado '35'); se crea vacio, igual que en UD23E1.
           OPEN INPUT FTRF.
           IF FS-FTRF = '35' THEN
              OPEN OUTPUT FTRF
              CLOSE FTRF
              OPEN INPUT FTRF.
           IF FS-FTRF NOT = '00' THEN
              PERFORM ERROR-FICHERO-FTRF
              GOBACK.
      *
      * FACPROV.CTR se crea con un unico registro en cero la
      * primera vez, igual que FACTURAS.CTR en UD12E1.
           OPEN I-O FCTR.
      * Instrucciones antes de finalizar el programa
      * ************************************************
        FIN.
           CLOSE FPRV FCOM FLCO FPROD FFPR FLPR FTRF FCTR.
      *
      * ************************************************
      * Mostrar Cabecera de pantalla
           DISPLAY 'Importe.....:' LINE  6 POSITION 45 HIGH.
           DISPLAY 'Vencim. (DDMMAAAA):' LINE  7 POSITION 45 HIGH.
      *
           DISPLAY 'Prod. Pedido Recibido Facturado    Precio  IVA'
                                   LINE  9 POSITION  3 HIGH.
      *
           DISPLAY MENSAJE         LINE 23 POSITION  3 REVERSE.
           MOVE 'S' TO TODO-CASA.
           MOVE 0 TO NUMLIN.
           MOVE 0 TO TOT-CALC.
           MOVE 0 TO CUO-CALC.
      *
           MOVE SPACE TO FINLIN.
           MOVE COMNUM-E TO LCOCOM.
           ACCEPT CAN-E LINE 10 POSITION 25 NO BEEP.
           MOVE ZEROS TO PRE-E.
           ACCEPT PRE-E LINE 10 POSITION 36 NO BEEP.
      *
      * Tipo de IVA propuesto desde el producto; se corrige si el
      * proveedor factura a otro tipo.
           MOVE LCOPRO TO PROCOD.
           MOVE ZEROS TO PROIVA.
           READ FPROD RECORD KEY IS PROCOD INVALID KEY
                                  MOVE ZEROS TO PROIVA.
           MOVE PROIVA TO IVA-E.
           ACCEPT IVA-E LINE 10 POSITION 46 NO BEEP UPDATE.
      *
           ADD 1 TO NUMLIN.
           MOVE NEXTFPR TO LPRFAC.
           MOVE CAN-E   TO LPRCAN.
           MOVE PRE-E   TO LPRPRE.
           MOVE LCOREC  TO LPRREC.
           MOVE IVA-E   TO LPRIVA.
      * La linea casa si el proveedor no factura mas genero del
      * que realmente entro por UD15E3.
           IF CAN-E > LCOREC THEN
            ELSE
              SET LPR-CONFORME TO TRUE.
           COMPUTE TOT-CALC = TOT-CALC + CAN-E * PRE-E.
           COMPUTE CUO-LIN ROUNDED = CAN-E * PRE-E * IVA-E / 100.
           ADD CUO-LIN TO CUO-CALC.
           WRITE REGLPR.
           IF FS-FLPR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLPR.
      *
      * ************************************************
      * Graba la cabecera de la factura: conforme solo si todas
      * las lineas casan y el total teclado cuadra con la base mas
      * la cuota de las lineas
      * ************************************************
       GRABAR-CABECERA.
           COMPUTE TOT-IVA = TOT-CALC + CUO-CALC.
           COMPUTE DIF-TOT = IMPORTE-E - TOT-IVA.
           IF DIF-TOT < 0 THEN
              COMPUTE DIF-TOT = 0 - DIF-TOT.
           COMPUTE TOLERANCIA = NUMLIN * 0,01.
           MOVE NEXTFPR  TO FPRNUM.
           MOVE REF-E    TO FPRREF.
           MOVE COMPRV   TO FPRPRV.
           MOVE VTOMM-E  TO FPVMM.
           MOVE VTODD-E  TO FPVDD.
           MOVE IMPORTE-E TO FPRIMP.
           MOVE TOT-CALC TO FPRBAS.
           MOVE CUO-CALC TO FPRCUO.
           PERFORM EMPRESA-DE-TRABAJO.
           MOVE EMA-COD  TO FPREMP.
           IF TODO-CASA = 'S' AND DIF-TOT NOT > TOLERANCIA THEN
              SET FPR-CONFORME TO TRUE
            ELSE
              SET FPR-DISCREPANTE TO TRUE.
           MOVE 'P' TO PRA-TIP.
           MOVE FPRREF TO PRA-DOC.
           MOVE FPRIMP TO PRA-IMP.
           PERFORM ANOTAR-PERIODO.
           WRITE REGFPR.
           IF FS-FFPR NOT = '00' THEN
              PERFORM ERROR-FICHERO-FFPR
            ELSE
              IF FPR-DISCREPANTE THEN
                 PERFORM AVISAR-DISCREPANCIA.
      *
      * La factura discrepante pone en la bandeja de los
      * supervisores la tarea de resolverla con el proveedor antes
      * de su vencimiento (rutina comun TAREA).
       AVISAR-DISCREPANCIA.
           MOVE 'A'        TO TAN-OPER.
           MOVE 'FACDIS'   TO TAN-TIPO.
           MOVE FPRNUM     TO TAN-REF.
           MOVE SPACES     TO TAN-DES.
           STRING 'Factura ' FPRREF ' de ' FPRPRV ' discrepante'
                  DELIMITED BY SIZE INTO TAN-DES.
           MOVE 2          TO TAN-PRI.
           MOVE 5          TO TAN-DIAS.
           MOVE SPACES     TO TAN-ASG.
           MOVE 'S'        TO TAN-ROL.
           MOVE 'UD17E7'   TO TAN-USU.
           CALL 'TAREA' USING TAREA-ARG.
      *
       MOSTRAR-RESULTADO.
           DISPLAY 'Num. interno:' LINE 20 POSITION  3 HIGH.
           DISPLAY NEXTFPR         LINE 20 POSITION 17.
           MOVE TOT-IVA TO ZIMP.
           DISPLAY 'Total lineas:'  LINE 20 POSITION 45 HIGH.
           DISPLAY ZIMP             LINE 20 POSITION 59.
           IF FPR-CONFORME THEN
                  DISPLAY ERROR-D LINE 23 POSITION 14 REVERSE
                  PERFORM CONTINUAR
                ELSE
                  PERFORM COMPROBAR-LOTE
                  IF EN-LOTE = 'S' THEN
                     DISPLAY ERROR-L LINE 23 POSITION 14 REVERSE
                     PERFORM CONTINUAR
                   ELSE
                     PERFORM MARCAR-PAGADA.
      *
       MARCAR-PAGADA.
           SET FPR-PAGADA TO TRUE.
           REWRITE REGFPR.
           IF FS-FFPR = '00' THEN
              DISPLAY 'FACTURA PAGADA!'
                      LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR
            ELSE
              PERFORM ERROR-FICHERO-FFPR.
      *
      * ************************************************
      * Busca la factura en los lotes de pagos de PAGOPROV.DAT:
      * EN-LOTE 'S' si esta en uno abierto (propuesta o enviada)
      * ************************************************
       COMPROBAR-LOTE.
           MOVE 'N' TO EN-LOTE.
           MOVE SPACE TO FINTRF.
           MOVE ZEROS TO TRFCLAVE.
           START FTRF KEY IS NOT LESS TRFCLAVE INVALID KEY
                                      MOVE 'S' TO FINTRF.
           IF FINTRF NOT = 'S' THEN
              READ FTRF NEXT RECORD AT END MOVE 'S' TO FINTRF.
           PERFORM REVISAR-LOTE UNTIL FINTRF = 'S'.
      *
       REVISAR-LOTE.
           IF TRFFPR = FPRNUM AND (TRF-PROPUESTA OR TRF-ENVIADA) THEN
              MOVE 'S' TO EN-LOTE
              MOVE 'S' TO FINTRF.
           IF FINTRF NOT = 'S' THEN
              READ FTRF NEXT RECORD AT END MOVE 'S' TO FINTRF.
      *
      * ************************************************
      * Borra la informacion de la pantalla
       ERROR-FICHERO-FLCO.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLCO   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FPROD.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FPROD  LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FFPR.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
       ERROR-FICHERO-FLPR.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FLPR   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FTRF.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FTRF   LINE 23 POSITION 40 REVERSE.
      *
       ERROR-FICHERO-FCTR.
           DISPLAY MSGFS     LINE 23 POSITION 3 REVERSE.
           DISPLAY FS-FCTR   LINE 23 POSITION 40 REVERSE.
      *
      * ************************************************
      * Con el mes de hoy cerrado en PERIODOS.DAT (periodos
      * contables UD23E28) no se admiten documentos de ese mes
      * ************************************************
       COMPROBAR-PERIODO.
           MOVE 'C'       TO PRA-MOD.
           ACCEPT PRA-FEC FROM DATE YYYYMMDD.
           MOVE 'UD17E7' TO PRA-PRG.
           MOVE SPACE     TO PRA-TIP.
           MOVE SPACES    TO PRA-DOC.
           MOVE ZEROS     TO PRA-IMP.
           CALL 'PERIODO' USING PERIODO-ARG.
      *
       AVISAR-MES-CERRADO.
           DISPLAY SPACES ERASE.
           DISPLAY 'Mes cerrado: no se admiten documentos de este mes.'
                            LINE 12 POSITION 15 REVERSE.
           ACCEPT CONTINUA  LINE 23 POSITION 79.
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
           MOVE 'UD17E7' TO PRA-PRG.
           CALL 'PERIODO' USING PERIODO-ARG.
      *
      * ************************************************
      * Empresa del grupo con la que se trabaja (rutina comun
      * EMPRESA)
      * ************************************************
       EMPRESA-DE-TRABAJO.
           MOVE 'D' TO EMA-OPE.
           CALL 'EMPRESA' USING EMPRESA-ARG.
