      ******************************************************************
      * REGDEM - Linea de la propuesta de intereses de demora
      * (DEMORA.DAT): una por factura vencida y pagada tarde o
      * todavia pendiente, bajo el cliente y el numero de factura.
      * La rehace entera cada pasada de la propuesta UD23E17 y la
      * consume la emision UD23E18, que borra las lineas del
      * cliente cuando le factura los intereses o renuncia a
      * ellos. DEMACU es la suma del saldo vivo de la factura por
      * cada dia de retraso entre DEMDES y DEMHAS (importe por
      * dias), de la que salen los intereses al tipo anual DEMTIP
      * y los dias medios de retraso DEMDIA.
      ******************************************************************
       01 REGDEM.
          02 DEMCLA.
             05 DEMCLI PIC X(4).
             05 DEMFAC PIC 9(6).
          02 DEMSER   PIC X(12).
          02 DEMVTO   PIC 9(8).
          02 DEMDES   PIC 9(8).
          02 DEMHAS   PIC 9(8).
          02 DEMTOT   PIC 9(7)V99.
          02 DEMPEN   PIC S9(7)V99.
          02 DEMACU   PIC S9(11)V99.
          02 DEMDIA   PIC 9(5).
          02 DEMTIP   PIC 99V99.
          02 DEMINT   PIC 9(7)V99.
