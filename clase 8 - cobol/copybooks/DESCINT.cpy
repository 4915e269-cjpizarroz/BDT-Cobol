      * a que companero o beneficiario va (en blanco la campana usa
      * la de PARAMS o el cumpleanos del mes), quien aporta y cuanto.
      * La pasada de generacion lo cruza contra EMPMAST y arma la
      * orden de descuento DESCORD para payroll.  A principio de mes
      * generaOrdenes agrega aca las intenciones que salen de las
      * ordenes fijas ORDFIJA, con el mismo formato.
      ******************************************************************
       01  intRec.
           05  intMes            PIC 9(06).
