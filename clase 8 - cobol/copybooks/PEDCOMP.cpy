      ******************************************************************
      * Pedidos de compra aprobados PEDCOMP.  Clave: pedNumero, que
      * sale del contador PEDNUM.  Antes de comprar, el organizador
      * pide la compra con pedidoCompra; solo se graban los pedidos
      * aprobados.  Cada linea de COMPRAS cita el pedNumero y el
      * provId de su pedido, y liquidaGastos rechaza la compra que
      * no lo hace.  pedAutoriza en "S" es un pedido que paso el
      * objetivo de la campana o el tope de compra de PARAMS y lo
      * aprobo el supervisor que figura en pedSupervisor.
      ******************************************************************
       01  pedRec.
           05  pedNumero         PIC 9(06).
           05  pedFecha          PIC 9(08).
           05  pedCampana        PIC X(08).
           05  pedProvId         PIC 9(05).
           05  pedMonto          PIC 9(06)V99.
           05  pedOrganizador    PIC X(15).
           05  pedAutoriza       PIC X(01).
               88  pedConSupervisor VALUE "S".
           05  pedSupervisor     PIC X(15).
