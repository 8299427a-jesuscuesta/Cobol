      ******************************************************************
      * REGVMC - Vida util minima que exige un cliente (VIDACLI.DAT):
      * las cadenas de supermercados rechazan el genero al que le
      * queda poca vida. Bajo la clave cliente + familia, el tipo
      * de la regla (D dias que deben quedar hasta la caducidad
      * del lote, P porcentaje de su vida total que debe quedar) y
      * su valor. La familia en blanco es la regla general del
      * cliente; una familia concreta la sustituye para sus
      * articulos. Lo mantiene UD10E6 y lo aplican, con la rutina
      * comun VIDAMIN, la expedicion UD11E4, la lista de picking
      * UD13E11 y el informe de stock con vida corta UD19E15.
      ******************************************************************
       01 REGVMC.
          02 VMCCLAVE.
             05 VMCCLI PIC X(4).
             05 VMCFAM PIC XXX.
          02 VMCTIP   PIC X.
             88 VMC-DIAS       VALUE 'D'.
             88 VMC-PORCENTAJE VALUE 'P'.
          02 VMCVAL   PIC 999.
