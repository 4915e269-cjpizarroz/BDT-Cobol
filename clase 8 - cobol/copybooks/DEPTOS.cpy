      ******************************************************************
      * Maestro de departamentos DEPTOS.  Clave: dptCodigo.  Cada
      * departamento tiene su centro de costo: la ronda de un
      * departamento manda su extracto GLEXTR a dptCentroCosto en
      * lugar del centro de costo general de PARAMS.  Los empleados
      * se asignan a un departamento con empDepto en EMPMAST.
      ******************************************************************
       01  dptRec.
           05  dptCodigo         PIC X(04).
           05  dptNombre         PIC X(20).
           05  dptCentroCosto    PIC X(10).
