      ******************************************************************
      * Maestro de proveedores PROVEED.  Clave: provId.  Cada compra
      * de COMPRAS y cada pedido de PEDCOMP cita el provId de aca.
      * provCuit es la CUIT del proveedor (NN-NNNNNNNN-N).  Un
      * proveedor no se borra, porque la historia de compras lo
      * sigue citando: se lo pasa a inactivo y ya no se le pueden
      * aprobar pedidos ni asentar compras.
      ******************************************************************
       01  provRec.
           05  provId            PIC 9(05).
           05  provNombre        PIC X(25).
           05  provCuit          PIC X(13).
           05  provEstado        PIC X(01).
               88  provActivo    VALUE "A".
               88  provInactivo  VALUE "I".
