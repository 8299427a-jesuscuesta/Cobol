      ******************************************************************
      * DATEMP - Datos fiscales de la empresa 01 del grupo: razon
      * social y NIF con los que se identifica como obligada a
      * expedir las facturas mientras no tenga registro en
      * EMPRESAS.DAT (rutina comun EMPRESA, que da los de la empresa
      * de trabajo a VERIFAC y a los membretes). La remision a la
      * AEAT UD23E7 los usa ademas para el sistema informatico. Se
      * copia en WORKING-STORAGE.
      ******************************************************************
       01 DATEMP.
          02 EMPNOM   PIC X(40) VALUE 'Empresa distribuidora, S.A.'.
          02 EMPNIF   PIC X(9)  VALUE 'A28123453'.
