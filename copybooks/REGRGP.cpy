      ******************************************************************
      * REGRGP - Registro de solicitudes de proteccion de datos
      * (RGPDLOG.DAT): cada solicitud de acceso o de supresion de
      * un interesado (cliente o persona de MAESPER.DAT/IMCHIST.DAT)
      * y cada accion que se hizo para atenderla, fichero a fichero:
      * cuando, quien la tramito, de quien son los datos, la
      * referencia de la solicitud (carta, correo), que se hizo,
      * sobre que fichero y con cuantos registros. Lo graba UD10E10;
      * fichero de solo anadir, como AUDITCLI.DAT.
      ******************************************************************
       01 REGRGP.
          02 RGPFEC.
             05 RGPAA PIC 9999.
             05 RGPMM PIC 99.
             05 RGPDD PIC 99.
          02 RGPHRA.
             05 RGPHH PIC 99.
             05 RGPNN PIC 99.
             05 RGPSS PIC 99.
          02 RGPUSU   PIC X(8).
      * Interesado: 'C' cliente (RGPINT lleva el codigo) o 'P'
      * persona (numero de MAESPER.DAT, nombre y apellidos).
          02 RGPTIP   PIC X.
             88 RGP-CLIENTE VALUE 'C'.
             88 RGP-PERSONA VALUE 'P'.
          02 RGPINT   PIC X(45).
          02 RGPREF   PIC X(20).
      * SOLACC / SOLSUP solicitud recibida; ACCESO informe entregado;
      * SUPRIM datos anonimizados; RETIEN datos que se conservan por
      * obligacion legal; RECHAZ supresion denegada; CANCEL
      * supresion no confirmada.
          02 RGPOPE   PIC X(6).
          02 RGPFIC   PIC X(12).
          02 RGPREG   PIC 9(5).
          02 RGPOBS   PIC X(40).
