      ******************************************************************
      * REGECL - Empresa a la que pertenece un cliente (EMPCLI.DAT),
      * junto a DOCUCLI.DAT y BANCOCLI.DAT porque REGCLI no puede
      * crecer (es la imagen fija del diario DIARIO). Un cliente
      * sin registro es de la empresa 01, como todos los de antes
      * de haber una segunda empresa. Lo graba el alta de clientes
      * UD10E1 con la empresa del operador, a traves de la rutina
      * comun EMPRESA, que es tambien la que lo consulta: pedidos,
      * facturas y cobros son de la empresa de su cliente.
      ******************************************************************
       01 REGECL.
          02 ECLCLI   PIC X(4).
          02 ECLEMP   PIC 99.
