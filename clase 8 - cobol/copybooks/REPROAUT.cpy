      ******************************************************************
      * Autorizaciones de reproceso REPROAUT (indexado).  La corrida
      * por lote (dineroBatch) corre desatendida y no tiene a quien
      * pedirle la firma del supervisor, asi que el supervisor la
      * deja hecha antes con autorizaReproceso.  La clave es la misma
      * que la del control de corridas RUNCTL (mes + campana +
      * depto).  La autorizacion sirve para una sola corrida: la que
      * la usa la marca usada con su fecha.
      ******************************************************************
       01  autRec.
           05  autClave.
               10  autMes        PIC 9(06).
               10  autCampana    PIC X(08).
               10  autDepto      PIC X(04).
           05  autEstado         PIC X(01).
               88  autPendiente  VALUE "P".
               88  autUsada      VALUE "U".
           05  autSupervisor     PIC X(08).
           05  autFecha          PIC 9(08).
           05  autHora           PIC 9(06).
           05  autUsoFecha       PIC 9(08).
