      * tesorero anota cada deposito de la plata juntada: fecha,
      * quien deposito, el monto y a que companero y campana
      * corresponde.  La conciliacion lo cruza contra los netos de
      * la cinta APORTES.  depBancoRef no lo carga el tesorero: lo
      * completa importaBanco con la referencia del credito del
      * extracto que acredito ese deposito; en blanco, el banco
      * todavia no lo mostro.
      ******************************************************************
       01  depRec.
           05  depFecha        PIC 9(08).
           05  depMonto        PIC 9(06)V99.
           05  depNombre       PIC X(15).
           05  depCampana      PIC X(08).
           05  depBancoRef     PIC X(10).
