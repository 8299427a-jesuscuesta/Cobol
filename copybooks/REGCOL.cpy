      ******************************************************************
      * REGCOL - Linea de la cola de documentos (COLADOC.DAT): la
      * facturacion UD12E1, la masiva UD23E10, la sustitucion de
      * tiques UD18E14, el extracto UD12E4, las cartas de
      * reclamacion UD17E1 y el albaran UD11E3 ya no imprimen:
      * dejan aqui, por la rutina comun DOCCOLA, cada linea del
      * documento con su tipo, su numero (la factura, el pedido
      * del albaran, el nivel de la carta, cero en el extracto),
      * el cliente y el momento. COLLIN numera las lineas dentro
      * del documento (la 1 abre uno nuevo) y COL-SALTO marca las
      * que empiezan pagina. El reparto nocturno UD22E9 la vacia
      * hacia la impresora o hacia el correo segun REGDCL.
      ******************************************************************
       01 REGCOL.
          02 COLTIP   PIC X(3).
             88 COL-FACTURA  VALUE 'FAC'.
             88 COL-EXTRACTO VALUE 'EXT'.
             88 COL-CARTA    VALUE 'REC'.
             88 COL-ALBARAN  VALUE 'ALB'.
          02 COLDOC   PIC 9(6).
          02 COLCLI   PIC X(4).
          02 COLFEC.
             05 COLAA PIC 9999.
             05 COLMM PIC 99.
             05 COLDD PIC 99.
          02 COLHOR.
             05 COLHH PIC 99.
             05 COLNN PIC 99.
             05 COLSS PIC 99.
          02 COLLIN   PIC 9(4).
          02 COLSAL   PIC X.
             88 COL-SALTO VALUE 'P'.
          02 COLTXT   PIC X(80).
