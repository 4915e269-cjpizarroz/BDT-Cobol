      * Registro de auditoria del mantenimiento de EMPLOYEE-MASTER.
      * Un registro por cada alta, cambio o baja aplicada, con los
      * valores anteriores y nuevos y quien hizo el cambio.
      * emaAccion "ANONIM" es la anonimizacion de un retirado por
      * anonimizaRetirados: nombre enmascarado y fechas en cero.
      ******************************************************************
       01  emaRec.
           05  emaFecha         PIC 9(08).
               88  emaEsCambio  VALUE "CAMBIO".
               88  emaEsBaja    VALUE "BAJA".
               88  emaEsReact   VALUE "REACT".
               88  emaEsAnonim  VALUE "ANONIM".
           05  emaEmpId         PIC 9(05).
           05  emaNombreAnt     PIC X(15).
           05  emaNombreNue     PIC X(15).
           05  emaEstadoNue     PIC X(01).
           05  emaIngFechaAnt   PIC 9(08).
           05  emaIngFechaNue   PIC 9(08).
           05  emaDeptoAnt      PIC X(04).
           05  emaDeptoNue      PIC X(04).
