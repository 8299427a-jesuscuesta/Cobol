      *    DIASCADU  - dias del aviso de caducidad (UD09E4)
      *    MAXLIN    - lineas por pagina de impresora (UD09E5,
      *                UD13E5)
      *    INTDEMORA - tipo anual de los intereses de demora en
      *                centesimas (1215 = 12,15 %) (UD23E17)
      *    PLAZOIMPA - dias desde la emision para dar una factura
      *                impagada por incobrable (UD23E19)
      *    ESPERAENT - 1 si la facturacion solo admite pedidos
      *                con prueba de entrega (entregados), 0 si
      *                admite tambien los servidos (UD12E1,
      *                UD23E10)
      *    MARGENMIN - margen minimo sobre el precio neto, en
      *                centesimas (1500 = 15,00 %), por debajo del
      *                cual la linea necesita un supervisor; cero
      *                = solo por debajo del coste (UD11E1, UD18E8)
      *    RITMORIES - porcentaje del intervalo habitual de pedido
      *                a partir del cual el cliente esta en riesgo
      *                (200 = el doble de su ritmo) (UD18E16)
      *    RELLAMADA - dias que pasan antes de volver a poner en la
      *                lista de llamadas a un cliente ya llamado
      *                (UD18E16)
      *    RETFISCAL - anos que se conservan los datos de un cliente
      *                con facturas antes de poder suprimirlos
      *                (UD10E10)
      *    APRLIMITE - euros de cambio del limite de credito a
      *                partir de los cuales necesita aprobacion
      *                (CAMBSEN, UD16E11)
      *    APRIBAN   - 1 si el cambio de IBAN necesita aprobacion,
      *                0 si no (CAMBSEN, UD16E11)
      *    APRPRECIO - variacion del precio en centesimas de
      *                porcentaje a partir de la cual necesita
      *                aprobacion (CAMBSEN, UD16E11)
      *    SESABIER  - que hace la cadena nocturna si al arrancar
      *                quedan sesiones de mantenimiento abiertas:
      *                0 esperar a que se cierren, 1 avisar en el
      *                diario y seguir, 2 detenerse (UD13E18)
      *    SESESPERA - minutos que la cadena espera a que se
      *                cierren antes de detenerse (UD13E18)
      *    WEBLIMITE - limite de credito en euros de los clientes
      *                que se dan de alta desde la tienda web; cero
      *                = sin limite (UD13E23)
      *    WEBPLAZO  - plazo de pago en dias de esos clientes
      *                (UD13E23)
      * Si el fichero o la clave no existen, cada programa sigue
      * con su valor compilado de siempre.
      ******************************************************************
