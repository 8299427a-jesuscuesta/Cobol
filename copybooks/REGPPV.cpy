          02 PPVREF   PIC X(12).
          02 PPVPRE   PIC 9(6)V99.
          02 PPVPLA   PIC 9(3).
      * Unidades por caja de este proveedor cuando no sirve la
      * caja del maestro (PROFCO); a cero, la del maestro. PPVPRE
      * sigue siendo el precio por unidad de stock, para que la
      * comparativa de fuentes compare lo mismo.
          02 PPVFCO   PIC 999.
