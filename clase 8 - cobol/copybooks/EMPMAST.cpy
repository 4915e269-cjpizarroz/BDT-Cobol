      * para el roster de aniversarios.  Los registros anteriores al
      * campo traen espacios y quedan fuera de ese roster hasta que
      * se les cargue la fecha por mantEmpMast.
      * empDepto es el departamento del empleado en el maestro
      * DEPTOS; en blanco (y en los registros anteriores al campo)
      * el empleado no tiene departamento y solo entra en las
      * rondas de toda la empresa.
      ******************************************************************
       01  empMastRec.
           05  empId         PIC 9(05).
               88  empActivo    VALUE "A" SPACE.
               88  empInactivo  VALUE "I".
           05  empIngFecha   PIC 9(08).
           05  empDepto      PIC X(04).
