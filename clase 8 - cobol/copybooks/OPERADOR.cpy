      ******************************************************************
      * Maestro de operadores OPERADOR.  Clave: opeId, el usuario con
      * el que el operador ingresa a los programas que graban o
      * mantienen datos.  opeRol dice hasta donde llega:
      *   O operador:   carga de aportes, promesas, preferencias y
      *                 ordenes fijas.
      *   T tesorero:   ademas maestros de padron, campanas,
      *                 departamentos y proveedores, pedidos de
      *                 compra, liquidaciones, cancelaciones,
      *                 igualacion y reversos.
      *   S supervisor: todo, incluidos el cierre anual, el archivo
      *                 del ledger, la retencion de datos y este
      *                 maestro (mantOperadores).
      * Las acciones de supervisor (reverso de corrida, reproceso de
      * un mes cerrado, asiento de una liquidacion al fondo, etc.)
      * piden ademas la firma de un segundo supervisor, distinto del
      * operador que las pide.  La baja es logica: el operador
      * inactivo no puede ingresar pero sigue figurando en ACCESOS y
      * en las auditorias.
      ******************************************************************
       01  opeRec.
           05  opeId             PIC X(08).
           05  opeNombre         PIC X(25).
           05  opeClave          PIC X(08).
           05  opeRol            PIC X(01).
               88  opeEsOperador   VALUE "O".
               88  opeEsTesorero   VALUE "T".
               88  opeEsSupervisor VALUE "S".
           05  opeEstado         PIC X(01).
               88  opeActivo       VALUE "A".
               88  opeInactivo     VALUE "I".
           05  opeAltaFecha      PIC 9(08).
