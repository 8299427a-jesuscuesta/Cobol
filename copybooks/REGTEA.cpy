      ******************************************************************
      * REGTEA - Tarea pendiente de un operador (TAREAS.DAT): lo que
      * necesita a una persona y antes se perdia en listados que
      * nadie abria. La abren los procesos con la rutina comun
      * TAREA, numerada desde TAREAS.CTR, con su tipo, la
      * referencia de lo que hay que atender (pedido, incidencia,
      * producto, linea de compra, factura de proveedor, carga), la
      * prioridad, la fecha en que vence y el operador al que va o,
      * sin operador, el perfil (S supervisor, O operador) cuyos
      * miembros la ven todos. Se toma, se cierra o se reasigna en
      * la bandeja UD16E12; el menu general UD05E1 cuenta las
      * abiertas de cada operador al entrar y UD16E13 lista las
      * vencidas por persona. Tipo y referencia (TEACLV) no se
      * repiten entre tareas sin cerrar: un proceso que vuelve a
      * pasar no la duplica. Las cerradas se conservan.
      ******************************************************************
       01 REGTEA.
          02 TEANUM   PIC 9(6).
          02 TEACLV.
             05 TEATIP PIC X(6).
      * Pedido retenido en presupuesto por el credito (UD11E1,
      * UD23E12): se cierra al liberarlo o rechazarlo en UD17E6.
                88 TEA-PRESUP VALUE 'PRESUP'.
      * Incidencia de entrega (UD21E6, rutina ENTREGA): se cierra
      * con la incidencia en UD21E6.
                88 TEA-INCIDE VALUE 'INCIDE'.
      * Producto con devoluciones sin juzgar en la cuarentena
      * (UD19E9): se cierra al vaciarse en UD19E8.
                88 TEA-CUAREN VALUE 'CUAREN'.
      * Linea de compra atrasada por reclamar (UD20E4).
                88 TEA-COMATR VALUE 'COMATR'.
      * Factura de proveedor discrepante (UD17E7).
                88 TEA-FACDIS VALUE 'FACDIS'.
      * Registros rechazados en una carga masiva (UD13E3, UD13E4,
      * UD13E8, UD13E16, UD13E21).
                88 TEA-CARGA  VALUE 'CARGA '.
             05 TEAREF PIC X(12).
          02 TEADES   PIC X(40).
          02 TEAPRI   PIC 9.
             88 TEA-URGENTE VALUE 1.
             88 TEA-NORMAL  VALUE 2.
             88 TEA-BAJA    VALUE 3.
          02 TEAVTO.
             05 TVTAA PIC 9999.
             05 TVTMM PIC 99.
             05 TVTDD PIC 99.
      * Operador asignado; en blanco, la tarea es del perfil TEAROL.
          02 TEAASG   PIC X(8).
          02 TEAROL   PIC X.
          02 TEAEST   PIC X.
             88 TEA-ABIERTA VALUE 'A'.
             88 TEA-TOMADA  VALUE 'T'.
             88 TEA-CERRADA VALUE 'C'.
      * Programa que la abrio y cuando.
          02 TEAORI   PIC X(8).
          02 TEAFAL.
             05 TALAA PIC 9999.
             05 TALMM PIC 99.
             05 TALDD PIC 99.
      * Quien la cerro (operador o programa) y cuando.
          02 TEAUCI   PIC X(8).
          02 TEAFCI.
             05 TCIAA PIC 9999.
             05 TCIMM PIC 99.
             05 TCIDD PIC 99.
