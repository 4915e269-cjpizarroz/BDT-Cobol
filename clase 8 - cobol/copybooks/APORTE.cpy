      * RECNUM) que se le entrega al contribuyente cuando pone la
      * plata; un reverso lleva el numero del recibo que anula.  Los
      * registros anteriores a los recibos traen cero o espacios.
      * El aporte de la empresa que iguala lo juntado en las
      * campanas de jubilacion y nacimiento (igualaEmpresa) viaja con
      * aporteContribId 99999, un numero que no se da en el padron:
      * cuenta para la campana pero no para el acumulado del
      * companero, ni para el ranking, ni para el estado de cuenta.
      * aporteCanal dice por donde entro la plata y aporteOrigen la
      * referencia de esa entrada:
      *   E caja (dinero): sesion del operador, AAAAMMDDHHMMSS de
      *     su arranque.
      *   L lote BATENT (dineroBatch): el id del lote de LOTEREG.
      *   N descuento por nomina (confirmaDescuentos): la
      *     confirmacion de DESCREG, mes AAAAMM + campana.
      *   S asiento del sistema: devolucion de cancelaCampana
      *     ("CANCELACION") e igualacion de igualaEmpresa
      *     ("IGUALACION").
      * Un reverso lleva el canal y el origen del aporte que anula.
      * Los registros anteriores al campo traen espacios.
      ******************************************************************
       01  aporteRec.
           05  aporteFecha         PIC 9(08).
           05  aporteEmpId         PIC 9(05).
           05  aporteContribuyente PIC X(15).
           05  aporteContribId     PIC 9(05).
               88  aporteEsEmpresa VALUE 99999.
           05  aporteMonto         PIC S9(05)V99.
           05  aporteTipo          PIC X(01).
               88  aporteEsAlta    VALUE "A".
               88  aporteEsReverso VALUE "R".
           05  aporteCampana       PIC X(08).
           05  aporteRecibo        PIC 9(08).
           05  aporteCanal         PIC X(01).
               88  aporteCanalCaja    VALUE "E".
               88  aporteCanalLote    VALUE "L".
               88  aporteCanalNomina  VALUE "N".
               88  aporteCanalSistema VALUE "S".
           05  aporteOrigen        PIC X(14).
