      * tirada de etiquetas de cambios de UD13E17 los recoge esa
      * misma noche) y borra el pendiente ya aplicado. "Desde el
      * dia 1" deja de significar quedarse el 31 por la tarde.
      * Un precio nuevo que pasa del umbral APRPRECIO queda ademas
      * como solicitud en CAMBPEND.DAT (rutina comun CAMBSEN), y
      * UD21E11 no lo aplica hasta que un supervisor lo aprueba en
      * UD16E11.
      ******************************************************************
       01 REGPPE.
          02 PPEPRO   PIC X(4).
             05 PEFAA PIC 9999.
             05 PEFMM PIC 99.
             05 PEFDD PIC 99.
      * Solicitud de aprobacion del precio en CAMBPEND.DAT; cero,
      * el cambio no la necesita.
          02 PPECSP   PIC 9(6).
