      ******************************************************************
      * REGVRE - Registro de verificaciones de embalaje (VERIFEMB.DAT,
      * secuencial, solo se anade): un registro 'V' por cada
      * verificacion hecha en UD11E7 y uno por cada error que cazo,
      * con el articulo y las unidades: 'E' articulo que no es del
      * pedido, 'S' unidades de mas y 'F' unidades que faltan. De
      * aqui saca el informe mensual UD11E8 los errores de picking
      * por preparador y por articulo.
      ******************************************************************
       01 REGVRE.
          02 VREFEC.
             05 VREAA PIC 9999.
             05 VREMM PIC 99.
             05 VREDD PIC 99.
          02 VREPED   PIC 9(6).
          02 VREPRE   PIC X(8).
          02 VRETIP   PIC X.
             88 VRE-VERIFICACION VALUE 'V'.
             88 VRE-EQUIVOCADO   VALUE 'E'.
             88 VRE-SOBRA        VALUE 'S'.
             88 VRE-FALTA        VALUE 'F'.
          02 VREPRO   PIC X(4).
          02 VRECAN   PIC 9(5).
