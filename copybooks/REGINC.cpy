      * REGINC - Incidencia de entrega (INCIDEN.DAT): numerada
      * desde INCIDEN.CTR y colgada del pedido al que afecta, con
      * su tipo (E genero equivocado, C corto, D danado, R
      * retraso, N no entregado), la descripcion libre, el
      * operador al que se asigna y las fechas de apertura y
      * cierre. La captura y el cierre son UD21E6 y el informe
      * semanal de abiertas por antiguedad es UD21E7: el rastro
      * de papel que lleva a la devolucion de UD12E5 por fin
      * existe en el sistema.
      ******************************************************************
       01 REGINC.
          02 INCNUM   PIC 9(6).
             88 INC-CORTO      VALUE 'C'.
             88 INC-DANADO     VALUE 'D'.
             88 INC-RETRASO    VALUE 'R'.
      * No entregado: la abre la rutina ENTREGA al anotar que el
      * cliente no recibio el pedido, con el motivo como
      * descripcion; es la lista de excepciones de la entrega.
             88 INC-NO-ENTREGADO VALUE 'N'.
          02 INCDES   PIC X(40).
          02 INCOPE   PIC X(8).
          02 INCEST   PIC X.
