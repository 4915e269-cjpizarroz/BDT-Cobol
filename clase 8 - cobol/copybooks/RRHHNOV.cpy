      ******************************************************************
      * Registro de la interfaz nocturna de novedades de personal
      * RRHHNOV que manda Recursos Humanos.  Una linea por novedad:
      * nvTipo ALTA (ingreso), CAMBIO (correccion de nombre o de
      * fechas), BAJA (egreso) o REACT (reingreso).  En un CAMBIO
      * los campos en blanco quedan como estaban en el padron.  Las
      * fechas vienen como texto AAAAMMDD y se validan antes de
      * tocar EMPMAST; la de ingreso puede venir en blanco.
      * nvDepto es el departamento (maestro DEPTOS); en blanco no
      * cambia el que tenga el empleado.
      ******************************************************************
       01  nvRec.
           05  nvTipo           PIC X(06).
               88  nvEsAlta     VALUE "ALTA".
               88  nvEsCambio   VALUE "CAMBIO".
               88  nvEsBaja     VALUE "BAJA".
               88  nvEsReact    VALUE "REACT".
           05  nvEmpId          PIC 9(05).
           05  nvNombre         PIC X(15).
           05  nvNacFecha       PIC X(08).
           05  nvIngFecha       PIC X(08).
           05  nvDepto          PIC X(04).
