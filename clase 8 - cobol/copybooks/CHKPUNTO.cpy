      ******************************************************************
      * Registro de checkpoint de la corrida en curso.  Se reescribe
      * por completo cada vez que un companero cierra su recaudacion
      * (y cada vez que se suma una campana a la sesion), para poder
      * retomar desde el siguiente si la corrida se corta.  Guarda
      * las campanas de la sesion en el orden en que se agregaron,
      * porque el roster se vuelve a armar campana por campana.
      * chkDepto es el departamento de la ronda cortada: solo se
      * retoma una ronda del mismo departamento.
      ******************************************************************
       01  chkRec.
           05  chkUltimoI       PIC 9(02).
           05  chkCantCamp      PIC 9(02).
           05  chkSesCampana    OCCURS 10 TIMES PIC X(08).
           05  chkRosterTotal   OCCURS 99 TIMES PIC 9(05)V99.
           05  chkCantContrib   PIC 9(04).
           05  chkCtbNombre     OCCURS 500 TIMES PIC X(15).
           05  chkCtbEmpId      OCCURS 500 TIMES PIC 9(05).
           05  chkCtbCampana    OCCURS 500 TIMES PIC X(08).
           05  chkCtbTotal      OCCURS 500 TIMES PIC S9(07)V99.
           05  chkDepto         PIC X(04).
