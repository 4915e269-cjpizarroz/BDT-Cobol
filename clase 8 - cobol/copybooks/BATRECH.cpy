      * Registro del archivo de rechazos de la pasada de edicion del
      * lote.  Lleva el registro original tal como vino en BATENT mas
      * el motivo del rechazo, para que payroll corrija y reenvie.
      * brcCampana es la campana del detalle tal como vino (en blanco,
      * la del mes de PARAMS), para reenviar cada rechazo en la
      * campana que le corresponde cuando el lote trae varias.
      ******************************************************************
       01  brcRec.
           05  brcNombre         PIC X(15).
           05  brcContribuyente  PIC X(15).
           05  brcMonto          PIC X(07).
           05  brcMotivo         PIC X(20).
           05  brcCampana        PIC X(08).
