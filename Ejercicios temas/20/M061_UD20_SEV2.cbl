      * compra y plazo de entrega —, marcando con un > la fuente
      * habitual (el PROPRV del maestro). Cuando el habitual
      * falla, la alternativa deja de buscarse en correos viejos.
      * De cada proveedor se ve ademas la puntuacion y calificacion
      * de su ultima evaluacion trimestral (UD20E11), para preferir
      * la fuente que mejor sirve y no solo la mas barata.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 LF-PRE  PIC ZZZ.ZZ9,99.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 LF-PLA  PIC ZZ9.
           02 FILLER  PIC X(3)  VALUE SPACES.
           02 LF-PUN  PIC ZZ9.
           02 FILLER  PIC X(1)  VALUE SPACES.
           02 LF-CAL  PIC X.
123456*
       PROCEDURE DIVISION.
       COMIENZO.
           DISPLAY 'Producto....:' LINE  5 POSITION  3 HIGH.
           DISPLAY '  Prov Nombre               Referencia'
                                   LINE  7 POSITION  3 HIGH.
           DISPLAY 'Precio  Plazo    Nota'
                                   LINE  7 POSITION 45 HIGH.
      *
           DISPLAY MENSAJE         LINE 23 POSITION  3 REVERSE.
           DISPLAY MSGPIDE         LINE 23 POSITION 14 REVERSE.
           MOVE PPVPRV TO LF-PRV.
           MOVE PPVPRV TO PRVCOD.
           MOVE SPACES TO PRVNOM.
           MOVE ZEROS  TO PRVPUN.
           MOVE SPACE  TO PRVCAL.
           READ FPRV RECORD KEY IS PRVCOD INVALID KEY
                                 MOVE '(sin proveedor)' TO PRVNOM.
           MOVE PRVNOM TO LF-NOM.
           MOVE PPVREF TO LF-REF.
           MOVE PPVPRE TO LF-PRE.
           MOVE PPVPLA TO LF-PLA.
           MOVE PRVPUN TO LF-PUN.
           MOVE PRVCAL TO LF-CAL.
           IF PRVCAL = SPACE THEN
              MOVE '-'    TO LF-CAL.
           DISPLAY LINEA-FUENTE LINE LINPANT POSITION 3.
           ADD 1 TO LINPANT.
           ADD 1 TO NUMFTE.
