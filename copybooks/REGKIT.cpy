      * linea al precio del kit; la expedicion UD11E4 explota la
      * linea en salidas de stock de los componentes, para que el
      * PROQTY de lo que de verdad deja la estanteria no derive. Se
      * mantiene por pantalla en UD19E6. Los kits montados de
      * antemano con una orden de UD19E12 son stock del propio
      * codigo del kit, y la expedicion los sirve antes de explotar.
      ******************************************************************
       01 REGKIT.
          02 KITCLAVE.
