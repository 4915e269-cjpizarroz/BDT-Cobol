      ******************************************************************
      * Registro del indice del ledger APORIDX (indexado).
      * Es una copia, registro por registro, de todo el ledger: la
      * cinta viva APORTES mas el historico APORHIST.  La cinta
      * secuencial sigue siendo el registro legal; el indice existe
      * para que las consultas y los reportes por companero, por
      * contribuyente, por campana o por recibo vayan directo a sus
      * aportes en lugar de leer todo el ledger.
      * idxSecuencia es la clave primaria: un correlativo que sale
      * del control IDXNUM cada vez que se graba un aporte.  Las
      * claves alternas (con duplicados) son idxEmpId, idxContribId,
      * idxCampana e idxRecibo.
      * idxAporte tiene exactamente la forma de aporteRec (ver
      * APORTE.cpy): se carga y se lee con un MOVE de grupo.
      * Lo mantienen dinero, dineroBatch, confirmaDescuentos,
      * reversaCorrida, cancelaCampana e igualaEmpresa a medida que
      * graban en APORTES; indexaAportes lo rearma completo desde
      * APORHIST y APORTES, y respaldaArchivos controla que tenga
      * tantos registros como el ledger.  archivaLedger no lo toca:
      * pasar un aporte de APORTES a APORHIST no lo saca del ledger.
      ******************************************************************
       01  idxRec.
           05  idxSecuencia        PIC 9(09).
           05  idxAporte.
               10  idxFecha            PIC 9(08).
               10  idxNombre           PIC X(15).
               10  idxEmpId            PIC 9(05).
               10  idxContribuyente    PIC X(15).
               10  idxContribId        PIC 9(05).
               10  idxMonto            PIC S9(05)V99.
               10  idxTipo             PIC X(01).
               10  idxCampana          PIC X(08).
               10  idxRecibo           PIC 9(08).
               10  idxCanal            PIC X(01).
               10  idxOrigen           PIC X(14).
