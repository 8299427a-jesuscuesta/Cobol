      ******************************************************************
      * REGSOL - Peticion de informe en diferido (COLAINF.DAT): un
      * listado pesado (antiguedad de saldos UD12E3, estadistica
      * mensual UD13E9, modelo 347 UD17E12) que un operador ha
      * dejado en cola desde el menu con UD16E14 en vez de
      * lanzarlo en su terminal, con su parametro, quien lo pide y
      * la prioridad. El ejecutor de la cola UD13E22 (en segundo
      * plano y en la cadena nocturna UD13E18) las atiende por
      * prioridad y numero, anota cada una en BATCHLOG.DAT y deja
      * el listado en el spool SPOOLSTO.DAT (UD16E6) a nombre de
      * quien lo pidio. Numerado desde COLAINF.CTR; las atendidas
      * se conservan como rastro. Cada peticion lleva la empresa
      * del grupo con la que trabajaba quien la pidio (SOLEMP; en
      * cero en las anteriores, la 01), y el ejecutor saca el
      * informe con esa empresa.
      ******************************************************************
       01 REGSOL.
          02 SOLNUM   PIC 9(6).
          02 SOLPRG   PIC X(8).
             88 SOL-EDADES VALUE 'UD12E3  '.
             88 SOL-VENTAS VALUE 'UD13E9  '.
             88 SOL-M347   VALUE 'UD17E12 '.
      * Parametro del informe, como lo recibe en INF-PARAM: el mes
      * MMAAAA de UD13E9, el ano AAAA de UD17E12 (ceros, el de
      * por defecto); UD12E3 no lleva.
          02 SOLPAR   PIC X(20).
          02 SOLUSU   PIC X(8).
          02 SOLPRI   PIC 9.
             88 SOL-URGENTE VALUE 1.
             88 SOL-NORMAL  VALUE 2.
             88 SOL-BAJA    VALUE 3.
          02 SOLEST   PIC X.
             88 SOL-PENDIENTE VALUE 'P'.
             88 SOL-EN-CURSO  VALUE 'E'.
             88 SOL-TERMINADA VALUE 'T'.
             88 SOL-FALLIDA   VALUE 'F'.
             88 SOL-ANULADA   VALUE 'A'.
      * Cuando se pidio.
          02 SOLFPE.
             05 SPEAA PIC 9999.
             05 SPEMM PIC 99.
             05 SPEDD PIC 99.
          02 SOLHPE.
             05 SPEHH PIC 99.
             05 SPENN PIC 99.
      * Cuando termino (o se anulo) y con que resultado.
          02 SOLFFI.
             05 SFIAA PIC 9999.
             05 SFIMM PIC 99.
             05 SFIDD PIC 99.
          02 SOLHFI.
             05 SFIHH PIC 99.
             05 SFINN PIC 99.
          02 SOLRC    PIC 9(3).
      * Nombre del listado en el spool y lineas capturadas.
          02 SOLLIS   PIC X(12).
          02 SOLLIN   PIC 9(5).
      * Empresa del grupo del informe (rutina comun EMPRESA).
          02 SOLEMP   PIC 99.
