123456 IDENTIFICATION DIVISION.
       PROGRAM-ID. HUELLA.
       REMARKS. RUTINA COMUN DE HUELLA SHA-256.
      *
      * Calcula la huella SHA-256 de un texto y la devuelve en
      * 64 digitos hexadecimales en mayusculas, que es como la
      * pide la normativa de los sistemas de facturacion
      * verificables (VERI*FACTU) para encadenar cada registro de
      * facturacion con el anterior. El texto es de caracteres
      * imprimibles (NIF, numeros, fechas e importes); cualquier
      * otro caracter se toma como '?'. Admite hasta 500
      * caracteres.
      *
      * El algoritmo es el del estandar FIPS 180-4: el mensaje se
      * rellena hasta multiplo de 64 octetos con el octeto 128,
      * ceros y la longitud en bits, y cada bloque se procesa en
      * 64 vueltas sobre ocho palabras de 32 bits. Las palabras se
      * guardan como numeros (0 a 4294967295) y, para las
      * operaciones de bits (rotaciones, desplazamientos, O
      * exclusivo), se descomponen en una tabla de 32 digitos
      * binarios, el primero el de mas peso.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
123456*
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Valores iniciales de las ocho palabras de la huella.
       01 TABLA-H-INI.
          02 FILLER PIC 9(10) VALUE 1779033703.
          02 FILLER PIC 9(10) VALUE 3144134277.
          02 FILLER PIC 9(10) VALUE 1013904242.
          02 FILLER PIC 9(10) VALUE 2773480762.
          02 FILLER PIC 9(10) VALUE 1359893119.
          02 FILLER PIC 9(10) VALUE 2600822924.
          02 FILLER PIC 9(10) VALUE 0528734635.
          02 FILLER PIC 9(10) VALUE 1541459225.
       01 TABLA-H0 REDEFINES TABLA-H-INI.
          02 H-INI PIC 9(10) OCCURS 8.
      *
      * Constantes de las 64 vueltas.
       01 TABLA-K-INI.
          02 FILLER PIC 9(10) VALUE 1116352408.
          02 FILLER PIC 9(10) VALUE 1899447441.
          02 FILLER PIC 9(10) VALUE 3049323471.
          02 FILLER PIC 9(10) VALUE 3921009573.
          02 FILLER PIC 9(10) VALUE 0961987163.
          02 FILLER PIC 9(10) VALUE 1508970993.
          02 FILLER PIC 9(10) VALUE 2453635748.
          02 FILLER PIC 9(10) VALUE 2870763221.
          02 FILLER PIC 9(10) VALUE 3624381080.
          02 FILLER PIC 9(10) VALUE 0310598401.
          02 FILLER PIC 9(10) VALUE 0607225278.
          02 FILLER PIC 9(10) VALUE 1426881987.
          02 FILLER PIC 9(10) VALUE 1925078388.
          02 FILLER PIC 9(10) VALUE 2162078206.
          02 FILLER PIC 9(10) VALUE 2614888103.
          02 FILLER PIC 9(10) VALUE 3248222580.
          02 FILLER PIC 9(10) VALUE 3835390401.
          02 FILLER PIC 9(10) VALUE 4022224774.
          02 FILLER PIC 9(10) VALUE 0264347078.
          02 FILLER PIC 9(10) VALUE 0604807628.
          02 FILLER PIC 9(10) VALUE 0770255983.
          02 FILLER PIC 9(10) VALUE 1249150122.
          02 FILLER PIC 9(10) VALUE 1555081692.
          02 FILLER PIC 9(10) VALUE 1996064986.
          02 FILLER PIC 9(10) VALUE 2554220882.
          02 FILLER PIC 9(10) VALUE 2821834349.
          02 FILLER PIC 9(10) VALUE 2952996808.
          02 FILLER PIC 9(10) VALUE 3210313671.
          02 FILLER PIC 9(10) VALUE 3336571891.
          02 FILLER PIC 9(10) VALUE 3584528711.
          02 FILLER PIC 9(10) VALUE 0113926993.
          02 FILLER PIC 9(10) VALUE 0338241895.
          02 FILLER PIC 9(10) VALUE 0666307205.
          02 FILLER PIC 9(10) VALUE 0773529912.
          02 FILLER PIC 9(10) VALUE 1294757372.
          02 FILLER PIC 9(10) VALUE 1396182291.
          02 FILLER PIC 9(10) VALUE 1695183700.
          02 FILLER PIC 9(10) VALUE 1986661051.
          02 FILLER PIC 9(10) VALUE 2177026350.
          02 FILLER PIC 9(10) VALUE 2456956037.
          02 FILLER PIC 9(10) VALUE 2730485921.
          02 FILLER PIC 9(10) VALUE 2820302411.
          02 FILLER PIC 9(10) VALUE 3259730800.
          02 FILLER PIC 9(10) VALUE 3345764771.
          02 FILLER PIC 9(10) VALUE 3516065817.
          02 FILLER PIC 9(10) VALUE 3600352804.
          02 FILLER PIC 9(10) VALUE 4094571909.
          02 FILLER PIC 9(10) VALUE 0275423344.
          02 FILLER PIC 9(10) VALUE 0430227734.
          02 FILLER PIC 9(10) VALUE 0506948616.
          02 FILLER PIC 9(10) VALUE 0659060556.
          02 FILLER PIC 9(10) VALUE 0883997877.
          02 FILLER PIC 9(10) VALUE 0958139571.
          02 FILLER PIC 9(10) VALUE 1322822218.
          02 FILLER PIC 9(10) VALUE 1537002063.
          02 FILLER PIC 9(10) VALUE 1747873779.
          02 FILLER PIC 9(10) VALUE 1955562222.
          02 FILLER PIC 9(10) VALUE 2024104815.
          02 FILLER PIC 9(10) VALUE 2227730452.
          02 FILLER PIC 9(10) VALUE 2361852424.
          02 FILLER PIC 9(10) VALUE 2428436474.
          02 FILLER PIC 9(10) VALUE 2756734187.
          02 FILLER PIC 9(10) VALUE 3204031479.
          02 FILLER PIC 9(10) VALUE 3329325298.
       01 TABLA-K REDEFINES TABLA-K-INI.
          02 KCON PIC 9(10) OCCURS 64.
      *
      * Caracteres imprimibles en el orden de su codigo (32 a 126),
      * para pasar cada caracter del texto a su valor de octeto.
       01 TABLA-ASCII.
          02 FILLER PIC X(48) VALUE
             ' !"#$%&''()*+,-./0123456789:;<=>?@ABCDEFGHIJKLMNO'.
          02 FILLER PIC X(47) VALUE
             'PQRSTUVWXYZ[\]^_`abcdefghijklmnopqrstuvwxyz{|}~'.
       01 TABLA-ASCII-R REDEFINES TABLA-ASCII.
          02 ASCII-CAR PIC X OCCURS 95.
      *
       01 TABLA-HEX.
          02 HEX-INI PIC X(16) VALUE '0123456789ABCDEF'.
          02 HEX-DIG REDEFINES HEX-INI PIC X OCCURS 16.
      *
      * Mensaje ya relleno, octeto a octeto (hasta 10 bloques).
       01 TABLA-MENSAJE.
          02 MSG-BYTE PIC 999 OCCURS 640.
      *
      * Palabras del bloque en curso y estado de la huella.
       01 TABLA-W.
          02 W PIC 9(10) OCCURS 64.
       01 TABLA-HASH.
          02 HS PIC 9(10) OCCURS 8.
      *
      * Palabras descompuestas en bits para las operaciones logicas.
       01 BITS-X.
          02 BIT-X PIC 9 OCCURS 32.
       01 BITS-Y.
          02 BIT-Y PIC 9 OCCURS 32.
       01 BITS-Z.
          02 BIT-Z PIC 9 OCCURS 32.
       01 BITS-R.
          02 BIT-R PIC 9 OCCURS 32.
      *
      * Variables de trabajo de las vueltas (a-h del estandar).
       77 REG-A     PIC 9(10).
       77 REG-B     PIC 9(10).
       77 REG-C     PIC 9(10).
       77 REG-D     PIC 9(10).
       77 REG-E     PIC 9(10).
       77 REG-F     PIC 9(10).
       77 REG-G     PIC 9(10).
       77 REG-H     PIC 9(10).
       77 T1        PIC 9(10).
       77 T2        PIC 9(10).
       77 SIG0      PIC 9(10).
       77 SIG1      PIC 9(10).
      *
      * Entrada y salida de las operaciones de bits.
       77 NUM-X     PIC 9(10).
       77 NUM-Y     PIC 9(10).
       77 NUM-Z     PIC 9(10).
       77 NUM-R     PIC 9(10).
       77 NUM-TRAB  PIC 9(10).
       77 ROT1      PIC 99.
       77 ROT2      PIC 99.
       77 ROT3      PIC 99.
       77 DESPL3    PIC X.
       77 SUMA      PIC 9(12).
       77 SUMA-BIT  PIC 9.
       77 COCIENTE  PIC 9(10).
       77 MODULO    PIC 9(10) VALUE 4294967296.
      *
      * Indices y longitudes.
       77 LONG-TXT  PIC 9(4).
       77 LONG-TOT  PIC 9(4).
       77 NBLK      PIC 99.
       77 BLK       PIC 99.
       77 POS       PIC 9(4).
       77 BASE-POS  PIC 9(4).
       77 IDX       PIC 99.
       77 IBIT      PIC 99.
       77 JBIT      PIC S99.
       77 T         PIC 99.
       77 DIG       PIC 99.
       77 BIT-LEN   PIC 9(5).
      *
       LINKAGE SECTION.
       01 SHA-TEXTO  PIC X(500).
       01 SHA-LONG   PIC 9(4).
       01 SHA-HUELLA PIC X(64).
      *
       PROCEDURE DIVISION USING SHA-TEXTO, SHA-LONG, SHA-HUELLA.
       COMIENZO.
           PERFORM PREPARAR-MENSAJE.
           PERFORM INICIAR-ESTADO
              VARYING IDX FROM 1 BY 1 UNTIL IDX > 8.
           PERFORM PROCESAR-BLOQUE
              VARYING BLK FROM 1 BY 1 UNTIL BLK > NBLK.
           PERFORM FORMAR-HUELLA
              VARYING IDX FROM 1 BY 1 UNTIL IDX > 8.
      *
           EXIT PROGRAM.
      *
      * ************************************************
      * Relleno del mensaje: los octetos del texto, el 128, los
      * ceros y la longitud en bits en los dos ultimos octetos
      * ************************************************
       PREPARAR-MENSAJE.
           MOVE SHA-LONG TO LONG-TXT.
           IF LONG-TXT > 500 THEN
              MOVE 500 TO LONG-TXT.
           COMPUTE NBLK = (LONG-TXT + 8) / 64 + 1.
           COMPUTE LONG-TOT = NBLK * 64.
           PERFORM PONER-CERO
              VARYING POS FROM 1 BY 1 UNTIL POS > LONG-TOT.
           PERFORM CODIFICAR-CARACTER
              VARYING POS FROM 1 BY 1 UNTIL POS > LONG-TXT.
           MOVE 128 TO MSG-BYTE(LONG-TXT + 1).
           COMPUTE BIT-LEN = LONG-TXT * 8.
           DIVIDE BIT-LEN BY 256 GIVING MSG-BYTE(LONG-TOT - 1)
                                 REMAINDER MSG-BYTE(LONG-TOT).
      *
       PONER-CERO.
           MOVE 0 TO MSG-BYTE(POS).
      *
       CODIFICAR-CARACTER.
           MOVE 1 TO IDX.
           PERFORM AVANZAR-CARACTER
              UNTIL IDX > 95 OR ASCII-CAR(IDX) = SHA-TEXTO(POS:1).
           IF IDX > 95 THEN
              MOVE 63 TO MSG-BYTE(POS)
            ELSE
              COMPUTE MSG-BYTE(POS) = IDX + 31.
      *
       AVANZAR-CARACTER.
           ADD 1 TO IDX.
      *
       INICIAR-ESTADO.
           MOVE H-INI(IDX) TO HS(IDX).
      *
      * ************************************************
      * Un bloque de 64 octetos: 16 palabras, su expansion a 64 y
      * las 64 vueltas
      * ************************************************
       PROCESAR-BLOQUE.
           COMPUTE BASE-POS = (BLK - 1) * 64.
           PERFORM CARGAR-PALABRA
              VARYING T FROM 1 BY 1 UNTIL T > 16.
           PERFORM EXPANDIR-PALABRA
              VARYING T FROM 17 BY 1 UNTIL T > 64.
      *
           MOVE HS(1) TO REG-A.
           MOVE HS(2) TO REG-B.
           MOVE HS(3) TO REG-C.
           MOVE HS(4) TO REG-D.
           MOVE HS(5) TO REG-E.
           MOVE HS(6) TO REG-F.
           MOVE HS(7) TO REG-G.
           MOVE HS(8) TO REG-H.
           PERFORM VUELTA
              VARYING T FROM 1 BY 1 UNTIL T > 64.
      *
           COMPUTE SUMA = HS(1) + REG-A.
           PERFORM REDUCIR.
           MOVE NUM-R TO HS(1).
           COMPUTE SUMA = HS(2) + REG-B.
           PERFORM REDUCIR.
           MOVE NUM-R TO HS(2).
           COMPUTE SUMA = HS(3) + REG-C.
           PERFORM REDUCIR.
           MOVE NUM-R TO HS(3).
           COMPUTE SUMA = HS(4) + REG-D.
           PERFORM REDUCIR.
           MOVE NUM-R TO HS(4).
           COMPUTE SUMA = HS(5) + REG-E.
           PERFORM REDUCIR.
           MOVE NUM-R TO HS(5).
           COMPUTE SUMA = HS(6) + REG-F.
           PERFORM REDUCIR.
           MOVE NUM-R TO HS(6).
           COMPUTE SUMA = HS(7) + REG-G.
           PERFORM REDUCIR.
           MOVE NUM-R TO HS(7).
           COMPUTE SUMA = HS(8) + REG-H.
           PERFORM REDUCIR.
           MOVE NUM-R TO HS(8).
      *
       CARGAR-PALABRA.
           COMPUTE POS = BASE-POS + (T - 1) * 4 + 1.
           COMPUTE W(T) = MSG-BYTE(POS) * 16777216
                        + MSG-BYTE(POS + 1) * 65536
                        + MSG-BYTE(POS + 2) * 256
                        + MSG-BYTE(POS + 3).
      *
      * W(t) = s1(W(t-2)) + W(t-7) + s0(W(t-15)) + W(t-16)
       EXPANDIR-PALABRA.
           MOVE W(T - 15) TO NUM-X.
           MOVE 7  TO ROT1.
           MOVE 18 TO ROT2.
           MOVE 3  TO ROT3.
           MOVE 'S' TO DESPL3.
           PERFORM SIGMA.
           MOVE NUM-R TO SIG0.
      *
           MOVE W(T - 2) TO NUM-X.
           MOVE 17 TO ROT1.
           MOVE 19 TO ROT2.
           MOVE 10 TO ROT3.
           MOVE 'S' TO DESPL3.
           PERFORM SIGMA.
           MOVE NUM-R TO SIG1.
      *
           COMPUTE SUMA = W(T - 16) + SIG0 + W(T - 7) + SIG1.
           PERFORM REDUCIR.
           MOVE NUM-R TO W(T).
      *
      * ************************************************
      * Una vuelta de compresion
      * ************************************************
       VUELTA.
           MOVE REG-E TO NUM-X.
           MOVE 6  TO ROT1.
           MOVE 11 TO ROT2.
           MOVE 25 TO ROT3.
           MOVE 'R' TO DESPL3.
           PERFORM SIGMA.
           MOVE NUM-R TO SIG1.
      *
           MOVE REG-E TO NUM-X.
           MOVE REG-F TO NUM-Y.
           MOVE REG-G TO NUM-Z.
           PERFORM ELEGIR.
           COMPUTE SUMA = REG-H + SIG1 + NUM-R + KCON(T) + W(T).
           PERFORM REDUCIR.
           MOVE NUM-R TO T1.
      *
           MOVE REG-A TO NUM-X.
           MOVE 2  TO ROT1.
           MOVE 13 TO ROT2.
           MOVE 22 TO ROT3.
           MOVE 'R' TO DESPL3.
           PERFORM SIGMA.
           MOVE NUM-R TO SIG0.
      *
           MOVE REG-A TO NUM-X.
           MOVE REG-B TO NUM-Y.
           MOVE REG-C TO NUM-Z.
           PERFORM MAYORIA.
           COMPUTE SUMA = SIG0 + NUM-R.
           PERFORM REDUCIR.
           MOVE NUM-R TO T2.
      *
           MOVE REG-G TO REG-H.
           MOVE REG-F TO REG-G.
           MOVE REG-E TO REG-F.
           COMPUTE SUMA = REG-D + T1.
           PERFORM REDUCIR.
           MOVE NUM-R TO REG-E.
           MOVE REG-C TO REG-D.
           MOVE REG-B TO REG-C.
           MOVE REG-A TO REG-B.
           COMPUTE SUMA = T1 + T2.
           PERFORM REDUCIR.
           MOVE NUM-R TO REG-A.
      *
      * ************************************************
      * Suma modulo 2 elevado a 32: SUMA -> NUM-R
      * ************************************************
       REDUCIR.
           DIVIDE SUMA BY MODULO GIVING COCIENTE REMAINDER NUM-R.
      *
      * ************************************************
      * NUM-X rotado ROT1 y ROT2 posiciones a la derecha, en O
      * exclusivo con la rotacion (o el desplazamiento, si DESPL3
      * es 'S') de ROT3 posiciones -> NUM-R
      * ************************************************
       SIGMA.
           MOVE NUM-X TO NUM-TRAB.
           PERFORM DESCOMPONER-X
              VARYING IBIT FROM 32 BY -1 UNTIL IBIT < 1.
           PERFORM BIT-SIGMA
              VARYING IBIT FROM 1 BY 1 UNTIL IBIT > 32.
           PERFORM COMPONER-R.
      *
       BIT-SIGMA.
           COMPUTE JBIT = IBIT - ROT1.
           IF JBIT < 1 THEN
              ADD 32 TO JBIT.
           MOVE BIT-X(JBIT) TO SUMA-BIT.
      *
           COMPUTE JBIT = IBIT - ROT2.
           IF JBIT < 1 THEN
              ADD 32 TO JBIT.
           ADD BIT-X(JBIT) TO SUMA-BIT.
      *
           COMPUTE JBIT = IBIT - ROT3.
           IF JBIT < 1 AND DESPL3 = 'R' THEN
              ADD 32 TO JBIT.
           IF JBIT > 0 THEN
              ADD BIT-X(JBIT) TO SUMA-BIT.
      *
           IF SUMA-BIT = 1 OR SUMA-BIT = 3 THEN
              MOVE 1 TO BIT-R(IBIT)
            ELSE
              MOVE 0 TO BIT-R(IBIT).
      *
      * ************************************************
      * Eleccion: cada bit de NUM-X elige el de NUM-Y (1) o el de
      * NUM-Z (0) -> NUM-R
      * ************************************************
       ELEGIR.
           PERFORM DESCOMPONER-XYZ.
           PERFORM BIT-ELEGIR
              VARYING IBIT FROM 1 BY 1 UNTIL IBIT > 32.
           PERFORM COMPONER-R.
      *
       BIT-ELEGIR.
           IF BIT-X(IBIT) = 1 THEN
              MOVE BIT-Y(IBIT) TO BIT-R(IBIT)
            ELSE
              MOVE BIT-Z(IBIT) TO BIT-R(IBIT).
      *
      * ************************************************
      * Mayoria: cada bit vale lo que valgan al menos dos de
      * NUM-X, NUM-Y y NUM-Z -> NUM-R
      * ************************************************
       MAYORIA.
           PERFORM DESCOMPONER-XYZ.
           PERFORM BIT-MAYORIA
              VARYING IBIT FROM 1 BY 1 UNTIL IBIT > 32.
           PERFORM COMPONER-R.
      *
       BIT-MAYORIA.
           COMPUTE SUMA-BIT = BIT-X(IBIT) + BIT-Y(IBIT) + BIT-Z(IBIT).
           IF SUMA-BIT > 1 THEN
              MOVE 1 TO BIT-R(IBIT)
            ELSE
              MOVE 0 TO BIT-R(IBIT).
      *
      * ************************************************
      * Paso de numero a bits (el primero el de mas peso) y de
      * bits a numero
      * ************************************************
       DESCOMPONER-XYZ.
           MOVE NUM-X TO NUM-TRAB.
           PERFORM DESCOMPONER-X
              VARYING IBIT FROM 32 BY -1 UNTIL IBIT < 1.
           MOVE NUM-Y TO NUM-TRAB.
           PERFORM DESCOMPONER-Y
              VARYING IBIT FROM 32 BY -1 UNTIL IBIT < 1.
           MOVE NUM-Z TO NUM-TRAB.
           PERFORM DESCOMPONER-Z
              VARYING IBIT FROM 32 BY -1 UNTIL IBIT < 1.
      *
       DESCOMPONER-X.
           DIVIDE NUM-TRAB BY 2 GIVING NUM-TRAB REMAINDER BIT-X(IBIT).
      *
       DESCOMPONER-Y.
           DIVIDE NUM-TRAB BY 2 GIVING NUM-TRAB REMAINDER BIT-Y(IBIT).
      *
       DESCOMPONER-Z.
           DIVIDE NUM-TRAB BY 2 GIVING NUM-TRAB REMAINDER BIT-Z(IBIT).
      *
       COMPONER-R.
           MOVE 0 TO NUM-R.
           PERFORM COMPONER-BIT
              VARYING IBIT FROM 1 BY 1 UNTIL IBIT > 32.
      *
       COMPONER-BIT.
           COMPUTE NUM-R = NUM-R * 2 + BIT-R(IBIT).
      *
      * ************************************************
      * Cada palabra del estado da ocho digitos hexadecimales de
      * la huella
      * ************************************************
       FORMAR-HUELLA.
           MOVE HS(IDX) TO NUM-TRAB.
           PERFORM DIGITO-HEX
              VARYING IBIT FROM 8 BY -1 UNTIL IBIT < 1.
      *
       DIGITO-HEX.
           DIVIDE NUM-TRAB BY 16 GIVING NUM-TRAB REMAINDER DIG.
           MOVE HEX-DIG(DIG + 1)
                TO SHA-HUELLA((IDX - 1) * 8 + IBIT:1).
