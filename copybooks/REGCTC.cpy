             05 CTCHH PIC 99.
             05 CTCNN PIC 99.
      * Tipo de contacto: L llamada, V visita, Q queja, P promesa.
      * Las devoluciones de recibos UD23E2 anotan ademas el tipo D
      * (recibo devuelto por el banco) con el operador BANCO, y las
      * disputas UD23E23 el tipo F (factura en disputa) con su
      * responsable. La lista de llamadas de televenta UD18E17
      * anota sus llamadas con el tipo L y el resultado en el
      * texto.
          02 CTCTIP   PIC X.
          02 CTCUSU   PIC X(8).
          02 CTCTXT   PIC X(50).
