      ******************************************************************
      * REGDCL - Forma de envio de documentos de un cliente
      * (DOCUCLI.DAT), junto a BANCOCLI.DAT y DIRECCLI.DAT: si las
      * facturas, extractos, cartas de reclamacion y albaranes se
      * le mandan en papel, por correo electronico o de las dos
      * formas, la direccion de correo y si quiere la ficha de
      * alergenos en los albaranes. Un cliente sin registro
      * recibe papel, como siempre; uno de correo sin direccion
      * tambien. Lo mantiene UD10E4 y lo consulta el reparto de la
      * cola de documentos UD22E9.
      ******************************************************************
       01 REGDCL.
          02 DCLCLI   PIC X(4).
          02 DCLCAN   PIC X.
             88 DCL-PAPEL  VALUE 'P'.
             88 DCL-CORREO VALUE 'E'.
             88 DCL-AMBOS  VALUE 'A'.
          02 DCLEML   PIC X(50).
      * Ficha de alergenos (S/N): con 'S' el albaran UD11E3 lleva
      * debajo de cada articulo de alimentacion sus alergenos y su
      * conservacion. En blanco en los registros antiguos: no.
          02 DCLALE   PIC X.
             88 DCL-FICHA-ALERGENOS VALUE 'S'.
