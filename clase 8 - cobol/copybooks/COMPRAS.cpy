      * beneficiario y campana a los que corresponde el regalo,
      * proveedor, monto y referencia del comprobante.  La
      * liquidacion lo cruza contra lo recaudado en APORTES.
      * comPedido es el numero del pedido aprobado en PEDCOMP que
      * cubre la compra y comProvId el proveedor del maestro
      * PROVEED; comProveedor queda como texto libre de referencia.
      * Las lineas anteriores a estos campos los traen en blanco y
      * liquidaGastos no las acepta.
      ******************************************************************
       01  comRec.
           05  comFecha        PIC 9(08).
           05  comProveedor    PIC X(15).
           05  comMonto        PIC 9(06)V99.
           05  comComprobante  PIC X(10).
           05  comPedido       PIC 9(06).
           05  comProvId       PIC 9(05).
