123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFAC.
       REMARKS. RUTINA COMUN DE REGISTROS DE FACTURACION VERI*FACTU.
      *
      * Mantiene el registro de facturacion VERIFAC.DAT (trazado
      * REGVFR) al estilo de PENACT: una sola rutina llamada desde
      * todos los programas que emiten o anulan facturas, para que
      * la cadena de huellas solo se escriba en un sitio. Cada
      * registro lleva la huella SHA-256 (rutina comun HUELLA) de
      * sus campos y de la huella del registro anterior, con el
      * formato de cadena que fija la AEAT. Tres operaciones:
      *
      *    'ALT' - registro de alta de la factura de REGFAC, con el
      *            tipo VFA-TIPO (F1 factura de UD12E1, UD21E9 y
      *            UD23E10, F2 ticket de UD18E8, F3 factura que
      *            sustituye a un ticket de UD18E14, R1 abono de
      *            UD12E5, R2 y R3 rectificativas por credito
      *            incobrable de UD23E19, en concurso o impagado;
      *            las rectificativas llevan en VFA-FORG la fecha de
      *            la factura rectificada y la F3 la del ticket).
      *            Devuelve en VFA-SALIDA el texto del codigo QR de
      *            cotejo para imprimirlo en la factura.
      *    'ANU' - registro de anulacion de la factura de REGFAC
      *            (anulacion de facturas UD23E5)
      *    'HUE' - no graba nada: recalcula la huella del registro
      *            que se pasa en VFA-REGISTRO y la devuelve en
      *            VFA-SALIDA (comprobacion de la cadena UD23E6)
      *
      * La cabecera de la cadena (secuencia cero) se lee con
      * bloqueo mientras se encadena el registro, igual que el
      * contador FACTURAS.CTR. El fichero se abre y se cierra en
      * cada llamada, como hace PENACT. VFA-OK vuelve 'N' si la
      * operacion no existe o si falla el fichero.
      *
      * El emisor de cada registro es la empresa de trabajo (rutina
      * comun EMPRESA): la facturacion masiva UD23E10 la va fijando
      * en la de cada cliente antes de emitir su factura.
      *
      * El numero de serie de la factura es el de su serie y ano
      * (FACSER, p. ej. F2026-000123); las facturas anteriores a
      * las series van con su numero interno FACNUM.
      *
      * La hora de generacion lleva el huso horario peninsular:
      * +02:00 entre el ultimo domingo de marzo y el ultimo domingo
      * de octubre, +01:00 el resto del ano.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FVFR ASSIGN TO DISK 'VERIFAC.DAT'
            RECORD KEY IS VFRSEQ
            ALTERNATE RECORD KEY IS VFRFAC WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            LOCK MODE IS MANUAL WITH LOCK ON RECORD
            FILE STATUS IS FS-FVFR.
123456*
       DATA DIVISION.
       FILE SECTION.
       FD FVFR LABEL RECORD IS STANDARD.
           COPY REGVFR.
      *
       WORKING-STORAGE SECTION.
       77 FS-FVFR   PIC XX.
      *
           COPY EMPRESA.
      *
      * Ultimo numero y ultima huella de la cadena, leidos de la
      * cabecera.
       77 ULT-SEQ    PIC 9(8).
       77 ULT-HUELLA PIC X(64).
      *
      * Fecha y hora de generacion del registro.
       77 FECHA      PIC 9(8).
       01 FF1.
          02 AA1     PIC 9999.
          02 MM1     PIC 99.
          02 DD1     PIC 99.
       01 HORA.
          02 HH      PIC 99.
          02 MI      PIC 99.
          02 SS      PIC 99.
          02 CC      PIC 99.
       77 HUSO       PIC X(6).
       77 DOMINGO    PIC 99.
       77 SEMANAS    PIC 9(5).
       77 DIA-SEM    PIC 9.
      *
      * Argumentos de la rutina comun FECHACAL ('DIF'): dias desde
      * un domingo conocido (2 de enero de 2000) para saber en que
      * dia de la semana cae el 31 de marzo o de octubre.
       77 CAL-OPER   PIC X(3).
       77 CAL-FECHA1 PIC 9(8).
       77 CAL-FECHA2 PIC 9(8).
       77 CAL-DIAS   PIC S9(5).
       77 CAL-OK     PIC X.
      *
      * Cadena sobre la que se calcula la huella y sus piezas.
       77 CADENA     PIC X(500).
       77 LONG-CAD   PIC 9(4).
       77 PUNTERO    PIC 9(4).
       77 HUELLA-CAL PIC X(64).
       77 FECHA-TXT  PIC X(10).
       77 SER-NUM    PIC 9(6).
           COPY NUMSER.
       77 CUOTA-TOT  PIC S9(7)V99.
       77 CUOTA-TXT  PIC X(12).
       77 TOTAL-TXT  PIC X(12).
      *
      * Importe con punto decimal y sin blancos a la izquierda,
      * como lo pide la AEAT.
       77 IMP-NUM    PIC S9(7)V99.
       77 IMP-ED     PIC -(8)9,99.
       77 IMP-TXT    PIC X(12).
       77 BLANCOS    PIC 99.
      *
       LINKAGE SECTION.
       01 VFA-OPER   PIC X(3).
       01 VFA-TIPO   PIC XX.
       01 VFA-NIF    PIC X(14).
       01 VFA-FORG   PIC 9(8).
           COPY REGFAC.
      * Imagen de un registro REGVFR (290 posiciones).
       01 VFA-REGISTRO PIC X(290).
       01 VFA-SALIDA PIC X(152).
       01 VFA-OK     PIC X.
      *
       PROCEDURE DIVISION USING VFA-OPER, VFA-TIPO, VFA-NIF,
                                VFA-FORG, REGFAC, VFA-REGISTRO,
                                VFA-SALIDA, VFA-OK.
       COMIENZO.
           MOVE 'S' TO VFA-OK.
           MOVE SPACES TO VFA-SALIDA.
           IF VFA-OPER = 'HUE' THEN
              MOVE VFA-REGISTRO TO REGVFR
              PERFORM CALCULAR-HUELLA
              MOVE HUELLA-CAL TO VFA-SALIDA
            ELSE
              IF VFA-OPER = 'ALT' OR VFA-OPER = 'ANU' THEN
                 PERFORM ENCADENAR-REGISTRO
               ELSE
                 MOVE 'N' TO VFA-OK.
      *
           EXIT PROGRAM.
      *
      * ************************************************
      * Alta o anulacion: toma el ultimo eslabon de la cabecera,
      * graba el registro nuevo con su huella y deja la cabecera
      * apuntando a el
      * ************************************************
       ENCADENAR-REGISTRO.
           PERFORM ABRIR-FICHERO.
           IF FS-FVFR NOT = '00' THEN
              MOVE 'N' TO VFA-OK
            ELSE
              PERFORM LEER-CABECERA
              IF VFA-OK = 'S' THEN
                 PERFORM MONTAR-REGISTRO
                 PERFORM CALCULAR-HUELLA
                 MOVE HUELLA-CAL TO VFRHUE
                 WRITE REGVFR
                 IF FS-FVFR NOT = '00' THEN
                    MOVE 'N' TO VFA-OK
                  ELSE
                    MOVE REGVFR TO VFA-REGISTRO
                    PERFORM MONTAR-QR
                    PERFORM ACTUALIZAR-CABECERA.
           IF FS-FVFR NOT = '35' THEN
              UNLOCK FVFR
              CLOSE FVFR.
      *
      * ************************************************
      * VERIFAC.DAT todavia no existe la primera vez (estado '35');
      * se crea con la cabecera de la cadena vacia
      * ************************************************
       ABRIR-FICHERO.
           OPEN I-O FVFR.
           IF FS-FVFR = '35' THEN
              OPEN OUTPUT FVFR
              MOVE SPACES TO REGVFR
              MOVE ZEROS TO VFRSEQ VFRFAC VFRFEC VFRPED VFRBAS VFRIVA
                            VFRREC VFRTOT VFRORG VFRFOR VFRULT
              SET VFR-CABECERA TO TRUE
              WRITE REGVFR
              CLOSE FVFR
              OPEN I-O FVFR.
      *
      * ************************************************
      * Cabecera de la cadena, con bloqueo hasta el REWRITE
      * ************************************************
       LEER-CABECERA.
           MOVE ZEROS TO VFRSEQ.
           READ FVFR WITH LOCK KEY IS VFRSEQ INVALID KEY
                                 MOVE 'N' TO VFA-OK.
           IF FS-FVFR NOT = '00' THEN
              MOVE 'N' TO VFA-OK.
           MOVE VFRULT TO ULT-SEQ.
           MOVE VFRHUE TO ULT-HUELLA.
      *
       ACTUALIZAR-CABECERA.
           MOVE ZEROS TO VFRSEQ.
           READ FVFR WITH LOCK KEY IS VFRSEQ INVALID KEY
                                 MOVE 'N' TO VFA-OK.
           IF VFA-OK = 'S' THEN
              ADD 1 TO ULT-SEQ
              MOVE ULT-SEQ    TO VFRULT
              MOVE HUELLA-CAL TO VFRHUE
              REWRITE REGVFR
              IF FS-FVFR NOT = '00' THEN
                 MOVE 'N' TO VFA-OK.
      *
      * ************************************************
      * Campos del registro nuevo, desde la factura
      * ************************************************
       MONTAR-REGISTRO.
           MOVE SPACES TO REGVFR.
           COMPUTE VFRSEQ = ULT-SEQ + 1.
           IF VFA-OPER = 'ALT' THEN
              SET VFR-ALTA TO TRUE
            ELSE
              SET VFR-ANULACION TO TRUE.
           MOVE VFA-TIPO TO VFRTFA.
           MOVE FACNUM   TO VFRFAC.
           MOVE 'D'      TO EMA-OPE.
           CALL 'EMPRESA' USING EMPRESA-ARG.
           MOVE EMA-CIF  TO VFREMI.
           IF FACSCD = SPACE THEN
              MOVE FACNUM   TO SER-NUM
              MOVE SER-NUM  TO VFRSER
            ELSE
              MOVE FACSCD   TO NSE-COD
              MOVE FACSAA   TO NSE-AA
              MOVE FACSNU   TO NSE-NUM
              MOVE NUM-SERIE TO VFRSER.
           MOVE FACFEC   TO VFRFEC.
           MOVE FACPED   TO VFRPED.
           MOVE FACCLI   TO VFRCLI.
           MOVE VFA-NIF  TO VFRNIF.
      * Las rectificativas por diferencias van con importes negativos.
           IF VFA-TIPO = 'R1' OR VFA-TIPO = 'R2'
                              OR VFA-TIPO = 'R3' THEN
              COMPUTE VFRBAS = 0 - FACBAS
              COMPUTE VFRIVA = 0 - FACIVA
              COMPUTE VFRREC = 0 - FACREC
              COMPUTE VFRTOT = 0 - FACTOT
              MOVE FACORG  TO VFRORG
              MOVE VFA-FORG TO VFRFOR
            ELSE
              MOVE FACBAS  TO VFRBAS
              MOVE FACIVA  TO VFRIVA
              MOVE FACREC  TO VFRREC
              MOVE FACTOT  TO VFRTOT
              MOVE ZEROS   TO VFRORG VFRFOR.
      * La sustitutiva de un ticket va en positivo, pero guarda el
      * ticket al que sustituye.
           IF VFA-TIPO = 'F3' THEN
              MOVE FACORG  TO VFRORG
              MOVE VFA-FORG TO VFRFOR.
           PERFORM FECHA-GENERACION.
           MOVE ULT-HUELLA TO VFRANT.
           SET VFR-PENDIENTE TO TRUE.
           MOVE ZEROS TO VFRULT.
      *
      * ************************************************
      * Fecha, hora y huso horario de generacion del registro
      * ************************************************
       FECHA-GENERACION.
           ACCEPT FECHA FROM DATE YYYYMMDD.
           ACCEPT HORA FROM TIME.
           MOVE FECHA TO FF1.
           PERFORM CALCULAR-HUSO.
           STRING AA1 '-' MM1 '-' DD1 'T' HH ':' MI ':' SS HUSO
                  DELIMITED BY SIZE INTO VFRGEN.
      *
       CALCULAR-HUSO.
           MOVE '+01:00' TO HUSO.
           IF MM1 > 3 AND MM1 < 10 THEN
              MOVE '+02:00' TO HUSO.
           IF MM1 = 3 OR MM1 = 10 THEN
              PERFORM ULTIMO-DOMINGO
              IF MM1 = 3 THEN
                 IF DD1 > DOMINGO OR (DD1 = DOMINGO AND HH > 1) THEN
                    MOVE '+02:00' TO HUSO.
           IF MM1 = 10 THEN
              IF DD1 < DOMINGO OR (DD1 = DOMINGO AND HH < 3) THEN
                 MOVE '+02:00' TO HUSO.
      *
      * Marzo y octubre tienen 31 dias: el ultimo domingo es el 31
      * menos los dias que el 31 dista del domingo anterior.
       ULTIMO-DOMINGO.
           MOVE 'DIF' TO CAL-OPER.
           MOVE 20000102 TO CAL-FECHA1.
           COMPUTE CAL-FECHA2 = AA1 * 10000 + MM1 * 100 + 31.
           CALL 'FECHACAL' USING CAL-OPER, CAL-FECHA1, CAL-FECHA2,
                                 CAL-DIAS, CAL-OK.
           DIVIDE CAL-DIAS BY 7 GIVING SEMANAS REMAINDER DIA-SEM.
           COMPUTE DOMINGO = 31 - DIA-SEM.
      *
      * ************************************************
      * Cadena de la huella con los campos del registro en REGVFR,
      * en el orden y con los nombres de la especificacion de la
      * AEAT, y su SHA-256
      * ************************************************
       CALCULAR-HUELLA.
           MOVE SPACES TO CADENA.
           MOVE 1 TO PUNTERO.
           STRING VFRDD '-' VFRMM '-' VFRAA
                  DELIMITED BY SIZE INTO FECHA-TXT.
           IF VFR-ANULACION THEN
              STRING 'IDEmisorFacturaAnulada=' VFREMI
                     DELIMITED BY SPACE
                     '&NumSerieFacturaAnulada=' VFRSER
                     DELIMITED BY SPACE
                     '&FechaExpedicionFacturaAnulada=' FECHA-TXT
                     DELIMITED BY SIZE
                     '&Huella=' VFRANT
                     DELIMITED BY SPACE
                     '&FechaHoraHusoGenRegistro=' VFRGEN
                     DELIMITED BY SIZE
                     INTO CADENA WITH POINTER PUNTERO
            ELSE
              COMPUTE CUOTA-TOT = VFRIVA + VFRREC
              MOVE CUOTA-TOT TO IMP-NUM
              PERFORM FORMATEAR-IMPORTE
              MOVE IMP-TXT TO CUOTA-TXT
              MOVE VFRTOT TO IMP-NUM
              PERFORM FORMATEAR-IMPORTE
              MOVE IMP-TXT TO TOTAL-TXT
              STRING 'IDEmisorFactura=' VFREMI
                     DELIMITED BY SPACE
                     '&NumSerieFactura=' VFRSER
                     DELIMITED BY SPACE
                     '&FechaExpedicionFactura=' FECHA-TXT
                     '&TipoFactura=' VFRTFA
                     DELIMITED BY SIZE
                     '&CuotaTotal=' CUOTA-TXT
                     '&ImporteTotal=' TOTAL-TXT
                     '&Huella=' VFRANT
                     DELIMITED BY SPACE
                     '&FechaHoraHusoGenRegistro=' VFRGEN
                     DELIMITED BY SIZE
                     INTO CADENA WITH POINTER PUNTERO.
           COMPUTE LONG-CAD = PUNTERO - 1.
           CALL 'HUELLA' USING CADENA, LONG-CAD, HUELLA-CAL.
      *
      * ************************************************
      * IMP-NUM -> IMP-TXT con punto decimal y ajustado a la
      * izquierda (12,30 -> "12.30", -5 -> "-5.00")
      * ************************************************
       FORMATEAR-IMPORTE.
           MOVE IMP-NUM TO IMP-ED.
           INSPECT IMP-ED REPLACING ALL ',' BY '.'.
           MOVE ZEROS TO BLANCOS.
           INSPECT IMP-ED TALLYING BLANCOS FOR LEADING SPACES.
           MOVE SPACES TO IMP-TXT.
           MOVE IMP-ED(BLANCOS + 1:) TO IMP-TXT.
      *
      * ************************************************
      * Texto del codigo QR de cotejo de la factura en la sede de
      * la AEAT (NIF del emisor, numero, fecha e importe total);
      * solo en las altas
      * ************************************************
       MONTAR-QR.
           IF VFA-OPER = 'ALT' THEN
              MOVE VFRTOT TO IMP-NUM
              PERFORM FORMATEAR-IMPORTE
              STRING 'https://www2.agenciatributaria.gob.es'
                     '/wlpl/TIKE-CONT/ValidarQR?nif=' VFREMI
                     DELIMITED BY SPACE
                     '&numserie=' VFRSER
                     DELIMITED BY SPACE
                     '&fecha=' FECHA-TXT
                     DELIMITED BY SIZE
                     '&importe=' IMP-TXT
                     DELIMITED BY SPACE
                     INTO VFA-SALIDA.
