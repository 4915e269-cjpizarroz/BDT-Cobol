      ******************************************************************
      * Maestro de ordenes fijas de descuento ORDFIJA.  Clave:
      * ofiEmpId (el empId del padron del contribuyente).  Quien da
      * siempre lo mismo deja aca su orden en lugar de anotar una
      * intencion en DESCINT todos los meses: ofiMonto por cada
      * companero celebrado (ofiModo "C") o por mes repartido entre
      * los celebrados (ofiModo "M"), vigente de ofiFechaDesde a
      * ofiFechaHasta (cero = sin vencimiento), y solo para los
      * tipos de campana marcados en "S": cumpleanos del mes,
      * aniversarios de servicio y campanas del maestro CAMPANAS.
      * generaOrdenes arma con estas ordenes las intenciones del mes.
      ******************************************************************
       01  ofiRec.
           05  ofiEmpId          PIC 9(05).
           05  ofiNombre         PIC X(15).
           05  ofiModo           PIC X(01).
               88  ofiPorCompanero    VALUE "C".
               88  ofiPorMes          VALUE "M".
           05  ofiMonto          PIC 9(05)V99.
           05  ofiFechaDesde     PIC 9(08).
           05  ofiFechaHasta     PIC 9(08).
           05  ofiCubreCumple    PIC X(01).
           05  ofiCubreAniv      PIC X(01).
           05  ofiCubreCampana   PIC X(01).
