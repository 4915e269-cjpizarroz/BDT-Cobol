      * entre si.  Cada corrida marca su clave como abierta al
      * arrancar y como cerrada al terminar; una corrida ya cerrada
      * no se puede repetir sin autorizacion expresa del supervisor.
      * runDepto separa las rondas por departamento: la misma
      * campana del mes se puede correr una vez por cada depto y
      * una vez para toda la empresa (runDepto en blanco).
      ******************************************************************
       01  runRec.
           05  runClave.
               10  runMes      PIC 9(06).
               10  runCampana  PIC X(08).
               10  runDepto    PIC X(04).
           05  runEstado       PIC X(01).
               88  runAbierta  VALUE "A".
               88  runCerrada  VALUE "C".
