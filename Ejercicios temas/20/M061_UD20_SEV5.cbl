      * (la cantidad se puede corregir o dejar a cero para
      * descartar) y las aceptadas se convierten en pedidos de
      * compra reales por proveedor, con la numeracion normal de
      * COMPRAS.CTR y la fecha prometida a hoy mas el plazo. Los
      * de proveedores que reciben pedidos electronicos se les
      * mandan con la rutina comun ENVCOMP, como en UD15E2. Lo
      * encargado cuenta lo confirmado por el proveedor cuando ya
      * ha contestado (UD20E8), no lo que se le pidio. Los
      * articulos de entrega directa (PRO-DIRECTO) no se proponen:
      * se compran pedido a pedido con la rutina comun COMDIR.
      * Tampoco los descatalogados (PRO-DESCATALOGADO): se dejan
      * agotar.
      * La propuesta se redondea por arriba a cajas enteras del
      * proveedor habitual (PPVFCO de su fuente, o PROFCO), se
      * revisa en cajas y la linea se graba en unidades con el
      * factor en LCOFCO, como en UD15E2.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              03 PR-PRV  PIC X(4).
              03 PR-PLA  PIC 9(3).
              03 PR-CAN  PIC 9(5).
              03 PR-FCO  PIC 999.
              03 PR-UCO  PIC X(3).
      *
      * Calculo de la propuesta del producto en curso.
       77 DEM-MES    PIC 9(7)V99.
       77 PROPUESTA  PIC S9(7)V99.
       77 PLAZO-W    PIC 9(3).
      *
      * Unidades por caja del proveedor habitual y la propuesta
      * pasada a cajas.
       77 FACTOR-W   PIC 999.
       77 UNID-PRP   PIC 9(7).
       77 CAJAS-PRP  PIC 9(7).
       77 RESTO-PRP  PIC 999.
       77 DIAS-MOV   PIC S9(5).
       77 FALTA      PIC S9(5).
       77 MOVFEC-N   PIC 9(8).
       77 LINACT     PIC 9999.
       77 CANT-E     PIC 9(5).
       77 NUMGEN     PIC 999.
       77 NUMENV     PIC 999.
       77 ENVIO-OK   PIC X.
       77 ZNUM       PIC ZZ9.
      *
      * Linea de pantalla de la revision.
           MOVE 0 TO NUMPRO-T.
           MOVE 0 TO NUMPRP.
           MOVE 0 TO NUMGEN.
           MOVE 0 TO NUMENV.
           OPEN I-O FPROD.
           IF FS-FPROD NOT = '00' THEN
              PERFORM ERROR-FICHERO-FPROD
              DISPLAY 'Pedidos de compra creados:'
                              LINE 21 POSITION 10 HIGH
              DISPLAY ZNUM    LINE 21 POSITION 37
              MOVE NUMENV TO ZNUM
              DISPLAY 'Enviados:'
                              LINE 21 POSITION 42 HIGH
              DISPLAY ZNUM    LINE 21 POSITION 52
              DISPLAY 'PROPUESTA APLICADA.'
                              LINE 23 POSITION 14 REVERSE
              PERFORM CONTINUAR.
      *
           DISPLAY 'Prod. Descripcion          Prov Plazo Cantidad'
                                   LINE  6 POSITION  3 HIGH.
           DISPLAY 'Ud.  Uds/ud'   LINE  6 POSITION 51 HIGH.
      *
           DISPLAY MENSAJE         LINE 23 POSITION  3 REVERSE.
      *
      *
       ACUMULAR-ENCARGO.
           IF NOT LCO-RECIBIDA THEN
              PERFORM CALCULAR-FALTA
              IF FALTA > 0 THEN
                 PERFORM SUMAR-ENCARGO.
           READ FLCO NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
      * Lo que falta por llegar: sobre lo confirmado por el
      * proveedor si ya ha contestado, si no sobre lo pedido.
       CALCULAR-FALTA.
           IF LCO-CONFIRMADA THEN
              COMPUTE FALTA = LCOCCF - LCOREC
            ELSE
              COMPUTE FALTA = LCOCAN - LCOREC.
      *
       SUMAR-ENCARGO.
           PERFORM VARYING PROIDX FROM 1 BY 1
                                       OR NUMPRP = 200.
      *
       REVISAR-PRODUCTO.
           IF PROQTY < PUNTO-PEDIDO AND PROPRV NOT = SPACES
                AND NOT PRO-DIRECTO AND NOT PRO-DESCATALOGADO THEN
              PERFORM CALCULAR-UNA-PROPUESTA.
           READ FPROD NEXT RECORD AT END MOVE 'S' TO FINLEC.
      *
                   DEM-MES * (1 + PLAZO-W / 30)
                   - PROQTY - TD-ENC(PROIDX).
           IF PROPUESTA > 0 THEN
              PERFORM REDONDEAR-A-CAJAS
              ADD 1 TO NUMPRP
              MOVE PROCOD TO PR-PRO(NUMPRP)
              MOVE PRODES TO PR-DES(NUMPRP)
              MOVE PROPRV TO PR-PRV(NUMPRP)
              MOVE PLAZO-W TO PR-PLA(NUMPRP)
              MOVE CAJAS-PRP TO PR-CAN(NUMPRP)
              MOVE FACTOR-W TO PR-FCO(NUMPRP)
              MOVE PROUCO TO PR-UCO(NUMPRP).
      *
      * Cajas enteras que cubren la propuesta: una caja empezada
      * se pide entera.
       REDONDEAR-A-CAJAS.
           MOVE PROPUESTA TO UNID-PRP.
           DIVIDE UNID-PRP BY FACTOR-W GIVING CAJAS-PRP
                  REMAINDER RESTO-PRP.
           IF RESTO-PRP > 0 THEN
              ADD 1 TO CAJAS-PRP.
      *
      * Demanda mensual = salidas de 90 dias entre tres; el
      * producto sin salidas entra en la tabla con demanda cero
           COMPUTE DEM-MES ROUNDED = TD-SAL(PROIDX) / 3.
      *
      * Plazo del proveedor habitual desde el catalogo de fuentes
      * (sin entrada o sin plazo, 30 dias), y su caja (sin caja
      * propia, la del maestro; sin ninguna, 1).
       BUSCAR-PLAZO.
           MOVE 30 TO PLAZO-W.
           MOVE PROFCO TO FACTOR-W.
           IF FS-FPPV = '00' OR FS-FPPV = '10' THEN
              PERFORM LEER-PRODUCTO-PROV
              PERFORM TOMAR-FUENTE.
           IF FACTOR-W = 0 THEN
              MOVE 1 TO FACTOR-W.
      *
       LEER-PRODUCTO-PROV.
           MOVE PROCOD TO PPVPRO.
           MOVE PROPRV TO PPVPRV.
           MOVE SPACES TO EXISTE.
           READ FPPV RECORD KEY IS PPVCLAVE INVALID KEY
                                 MOVE 'N' TO EXISTE.
      *
       TOMAR-FUENTE.
           IF EXISTE = SPACES AND PPVPLA > 0 THEN
              MOVE PPVPLA TO PLAZO-W.
           IF EXISTE = SPACES AND PPVFCO > 0 THEN
              MOVE PPVFCO TO FACTOR-W.
      *
      * ************************************************
      * Revision en pantalla: cada propuesta se muestra y la
           DISPLAY PR-DES(PRPIDX) LINE LINPANT POSITION  9.
           DISPLAY PR-PRV(PRPIDX) LINE LINPANT POSITION 31.
           DISPLAY PR-PLA(PRPIDX) LINE LINPANT POSITION 37.
           IF PR-UCO(PRPIDX) = SPACES THEN
              DISPLAY 'UD '          LINE LINPANT POSITION 51
            ELSE
              DISPLAY PR-UCO(PRPIDX) LINE LINPANT POSITION 51.
           DISPLAY PR-FCO(PRPIDX) LINE LINPANT POSITION 56.
           MOVE PR-CAN(PRPIDX) TO CANT-E.
           ACCEPT CANT-E LINE LINPANT POSITION 44 NO BEEP UPDATE.
           MOVE CANT-E TO PR-CAN(PRPIDX).
              MOVE PR-PRV(PRPIDX) TO PRV-ACT
              PERFORM ABRIR-PEDIDO
              PERFORM GRABAR-GRUPO
                 VARYING PROIDX FROM 1 BY 1 UNTIL PROIDX > NUMPRP
              PERFORM ENVIAR-PEDIDO.
      *
      * El pedido recien grabado, al proveedor si lo recibe como
      * fichero electronico.
       ENVIAR-PEDIDO.
           MOVE 'N' TO ENVIO-OK.
           CALL 'ENVCOMP' USING NEXTCOM, ENVIO-OK.
           IF ENVIO-OK = 'S' THEN
              ADD 1 TO NUMENV.
      *
       ABRIR-PEDIDO.
           MOVE 'C' TO CTRID.
           MOVE MM1     TO COMMM.
           MOVE DD1     TO COMDD.
           SET COM-ABIERTA TO TRUE.
           MOVE ZEROS  TO COMPED COMLPD.
           MOVE SPACES TO COMCLI COMDDI COMDPO.
           WRITE REGCOM.
           IF FS-FCOM NOT = '00' THEN
              PERFORM ERROR-FICHERO-FCOM.
           MOVE NEXTCOM TO LCOCOM.
           MOVE LINACT  TO LCONUM.
           MOVE PR-PRO(PROIDX) TO LCOPRO.
           COMPUTE UNID-PRP = PR-CAN(PROIDX) * PR-FCO(PROIDX).
           IF UNID-PRP > 99999 THEN
              MOVE 99999 TO UNID-PRP.
           MOVE UNID-PRP TO LCOCAN.
           MOVE PR-FCO(PROIDX) TO LCOFCO.
           MOVE ZEROS TO LCOREC.
           SET LCO-PENDIENTE TO TRUE.
      * La fecha prometida nace a hoy mas el plazo de la fuente.
           MOVE FPO-AA TO LCPAA.
           MOVE FPO-MM TO LCPMM.
           MOVE FPO-DD TO LCPDD.
           MOVE SPACE TO LCOCNF.
           MOVE ZEROS TO LCOCCF.
           MOVE ZEROS TO LCOFCF.
           MOVE ZEROS TO LCOFRE.
           WRITE REGLCO.
           IF FS-FLCO NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLCO.
