      * ver DDL/AUTORIZACIONES.sql para la tabla de codigos) y, si     *
      * fue aprobada, AU-ID-AUT trae el numero de autorizacion y       *
      * AU-SALDO-DISP el disponible remanente para el ticket.          *
      * Retiro sin tarjeta: el gateway manda AU-TIPO-PEDIDO 'S', el    *
      * numero de retiro (ID_RETIRO de IBMUSER.RETIROS_SIN_TARJETA,    *
      * 16 digitos con ceros a izquierda) en AU-TARJETA y el codigo    *
      * que recibio el cliente en AU-CODIGO-RETIRO; AU-PIN no se usa.  *
      * AU-TERMINAL: id del cajero (IBMUSER.ATM_TERMINALES) que       *
      * origino el pedido; blanco en POS.                              *
      * Un gateway que todavia pasa solo los 65 bytes de tarjeta (o    *
      * los 72 sin terminal) sigue valido: PBNKAU trata lo que falta   *
      * de la extension como blancos.                                  *
      *----------------------------------------------------------------*
       01  AU-COMMAREA-AUTORIZACION.
           05 AU-ENTRADA.
                 88 AU-APROBADA                 VALUE '00'.
              10 AU-ID-AUT            PIC 9(9).
              10 AU-SALDO-DISP        PIC 9(09)V9(2).
           05 AU-EXTENSION.
              10 AU-TIPO-PEDIDO       PIC X(1).
                 88 AU-SIN-TARJETA              VALUE 'S'.
              10 AU-CODIGO-RETIRO     PIC X(6).
              10 AU-TERMINAL          PIC X(8).
