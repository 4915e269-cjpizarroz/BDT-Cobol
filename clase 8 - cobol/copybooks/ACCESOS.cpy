      ******************************************************************
      * Registro de accesos ACCESOS.  Un registro por cada ingreso de
      * un operador a un programa que graba o mantiene datos, por
      * cada ingreso rechazado (usuario o clave invalidos), por cada
      * negativa por rol, por cada accion autorizada con la firma de
      * un supervisor y por cada cambio al maestro de operadores.
      * reporteAccesos lo lista por mes para los auditores.
      * accOperador es el usuario que se escribio, exista o no en
      * OPERADOR; accSupervisor el que firmo (o intento firmar) la
      * autorizacion.  Las corridas desatendidas firman como "LOTE".
      ******************************************************************
       01  accRec.
           05  accFecha          PIC 9(08).
           05  accHora           PIC 9(06).
           05  accPrograma       PIC X(18).
           05  accOperador       PIC X(08).
           05  accEvento         PIC X(08).
               88  accEsIngreso    VALUE "INGRESO".
               88  accEsRechazo    VALUE "RECHAZO".
               88  accEsDenegado   VALUE "DENEGADO".
               88  accEsAutoriza   VALUE "AUTORIZA".
               88  accEsMantOper   VALUE "MANTOPER".
           05  accSupervisor     PIC X(08).
           05  accDetalle        PIC X(40).
