      *          reactivacion lo devuelve).  Cada movimiento queda
      *          asentado en el archivo de auditoria EMPAUDIT con
      *          valores anteriores y nuevos, usuario, fecha y hora.
      *          El departamento del empleado se valida contra el
      *          maestro DEPTOS (en blanco = sin departamento).
      *          Pide el ingreso del operador con su usuario y clave del
      *          maestro OPERADOR (rol minimo tesorero); cada ingreso
      *          queda en ACCESOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS empId
               FILE STATUS IS empMastEstado.

           SELECT deptoFile ASSIGN TO "DEPTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS dptCodigo
               FILE STATUS IS deptoEstado.

           SELECT empAuditFile ASSIGN TO "EMPAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS empAuditEstado.

           SELECT operFile ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS opeId
               FILE STATUS IS operEstado.

           SELECT accesoFile ASSIGN TO "ACCESOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS accesoEstado.

       DATA DIVISION.
       FILE SECTION.
       FD  empMastFile.
           COPY "EMPMAST.cpy".

       FD  deptoFile.
           COPY "DEPTOS.cpy".

       FD  empAuditFile.
           COPY "EMPAUDIT.cpy".

       FD  operFile.
           COPY "OPERADOR.cpy".

       FD  accesoFile.
           COPY "ACCESOS.cpy".

       WORKING-STORAGE SECTION.
       01  empMastEstado  PIC X(2).
       01  empAuditEstado PIC X(2).
       01  deptoEstado    PIC X(2).
       01  hayDeptos      PIC X(1).
       01  accion         PIC X(1).
       01  idTrabajo      PIC 9(5).
       01  nombreNuevo    PIC X(15).
       01  nacFechaNueva  PIC 9(8).
       01  ingFechaNueva  PIC 9(8).
       01  deptoNuevo     PIC X(4).
       01  datoValido     PIC X(1).
       01  mesNac         PIC 9(2).
       01  mesIng         PIC 9(2).
       01  nacFechaAnt    PIC 9(8).
       01  ingFechaAnt    PIC 9(8).
       01  estadoAnt      PIC X(1).
       01  deptoAnt       PIC X(4).
       01  horaCompleta   PIC 9(8).
      * Ingreso del operador y registro de accesos.
       01  operEstado       PIC X(2).
       01  accesoEstado     PIC X(2).
       01  programaFirma    PIC X(18).
       01  operadorActual   PIC X(8).
       01  nivelActual      PIC 9(1).
       01  nivelPedido      PIC 9(1).
       01  idFirma          PIC X(8).
       01  claveFirma       PIC X(8).
       01  intentosFirma    PIC 9(1).
       01  firmaValida      PIC X(1).
       01  eventoAcceso     PIC X(8).
       01  operadorAcceso   PIC X(8).
       01  supervisorAcceso PIC X(8).
       01  detalleAcceso    PIC X(40).
       01  horaAcceso       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       inicio.
           DISPLAY"Mantenimiento del padron de empleados EMPMAST"
           MOVE"mantEmpMast" to programaFirma
           MOVE 2 to nivelPedido
           PERFORM firmarOperador
           PERFORM abrirArchivos.

       abrirArchivos.
           OPEN EXTEND empAuditFile
           IF empAuditEstado = "35"
               OPEN OUTPUT empAuditFile
           END-IF
           MOVE"N" to hayDeptos
           OPEN INPUT deptoFile
           IF deptoEstado = "00"
               MOVE"S" to hayDeptos
           END-IF.

       cerrarArchivos.
           CLOSE empMastFile
           CLOSE empAuditFile
           IF hayDeptos = "S"
               CLOSE deptoFile
           END-IF.

       ciclo.
           DISPLAY"Accion: A=alta C=cambio B=baja R=reactivar F=fin"
               MOVE nacFechaNueva to empNacFecha
               MOVE"A" to empEstado
               MOVE ingFechaNueva to empIngFecha
               MOVE deptoNuevo to empDepto
               WRITE empMastRec
                   INVALID KEY
                       DISPLAY"Ya existe un empleado con ese numero"
                   NOT INVALID KEY
                       MOVE SPACES to nombreAnt estadoAnt deptoAnt
                       MOVE ZEROS to nacFechaAnt ingFechaAnt
                       MOVE"ALTA" to emaAccion
                       PERFORM grabarAuditoria
           MOVE empNombre to nombreAnt
           MOVE empNacFecha to nacFechaAnt
           MOVE empEstado to estadoAnt
           MOVE empDepto to deptoAnt
           PERFORM guardarIngFechaAnt
           DISPLAY"Empleado ",empId," - ",empNombre,
               " nacido ",empNacFecha,
               " ingreso ",empIngFecha," depto ",empDepto
           PERFORM pedirDatosNuevos
           IF datoValido = "S"
               MOVE nombreNuevo to empNombre
               MOVE nacFechaNueva to empNacFecha
               MOVE ingFechaNueva to empIngFecha
               MOVE deptoNuevo to empDepto
               REWRITE empMastRec
               MOVE"CAMBIO" to emaAccion
               PERFORM grabarAuditoria
               MOVE empNombre to nombreAnt
               MOVE empNacFecha to nacFechaAnt
               MOVE empEstado to estadoAnt
               MOVE empDepto to deptoAnt
               PERFORM guardarIngFechaAnt
               MOVE"I" to empEstado
               REWRITE empMastRec
               MOVE empNombre to nombreAnt
               MOVE empNacFecha to nacFechaAnt
               MOVE empEstado to estadoAnt
               MOVE empDepto to deptoAnt
               PERFORM guardarIngFechaAnt
               MOVE"A" to empEstado
               REWRITE empMastRec
           DISPLAY"Ingrese la fecha de ingreso AAAAMMDD (0 si no",
               " se conoce)"
           ACCEPT ingFechaNueva
           DISPLAY"Ingrese el departamento (en blanco si no tiene)"
           ACCEPT deptoNuevo
           IF idTrabajo = 0
               MOVE"N" to datoValido
               DISPLAY"El numero de empleado no puede ser cero"
           END-IF
           IF idTrabajo = 99999
               MOVE"N" to datoValido
               DISPLAY"El numero 99999 esta reservado para la",
                   " igualacion de la empresa"
           END-IF
           IF nombreNuevo = SPACES
               MOVE"N" to datoValido
               DISPLAY"El nombre no puede quedar en blanco"
                   DISPLAY"La fecha de ingreso no tiene un mes valido"
               END-IF
           END-IF
           IF deptoNuevo NOT = SPACES
               PERFORM validarDepto
           END-IF
           IF datoValido = "N"
               DISPLAY"Movimiento descartado, no se grabo nada"
           END-IF.

      * El departamento decide en que ronda entra el empleado y a
      * que centro de costo va su recaudacion: tiene que existir en
      * el maestro DEPTOS.
       validarDepto.
           IF hayDeptos NOT = "S"
               MOVE"N" to datoValido
               DISPLAY"No hay maestro DEPTOS; cargue los",
                   " departamentos con mantDeptos"
           ELSE
               MOVE deptoNuevo to dptCodigo
               READ deptoFile
                   INVALID KEY
                       MOVE"N" to datoValido
                       DISPLAY"No existe el departamento ",deptoNuevo
                   NOT INVALID KEY
                       DISPLAY"Departamento: ",dptNombre
               END-READ
           END-IF.

       grabarAuditoria.
           ACCEPT emaFecha FROM DATE YYYYMMDD
           ACCEPT horaCompleta FROM TIME
           MOVE horaCompleta(1:6) to emaHora
           MOVE operadorActual to emaUsuario
           MOVE empId to emaEmpId
           MOVE nombreAnt to emaNombreAnt
           MOVE empNombre to emaNombreNue
           ELSE
               MOVE ZEROS to emaIngFechaNue
           END-IF
           MOVE deptoAnt to emaDeptoAnt
           MOVE empDepto to emaDeptoNue
           WRITE emaRec.

      ******************************************************************
      * Ingreso del operador con su usuario y clave del maestro
      * OPERADOR: tres intentos, y el rol tiene que alcanzar el nivel
      * del programa (1 operador, 2 tesorero, 3 supervisor).  Cada
      * ingreso, rechazo y negativa queda en ACCESOS.
      ******************************************************************
       firmarOperador.
           OPEN INPUT operFile
           IF operEstado NOT = "00"
               DISPLAY"No hay maestro de operadores OPERADOR, no se",
                   " puede ingresar"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           MOVE"N" to firmaValida
           MOVE ZEROS to intentosFirma
           PERFORM pedirFirma UNTIL firmaValida = "S" OR
               intentosFirma = 3
           CLOSE operFile
           IF firmaValida NOT = "S"
               DISPLAY"Tres intentos fallidos, ingreso rechazado"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           MOVE opeId to operadorActual
           EVALUATE TRUE
               WHEN opeEsSupervisor
                   MOVE 3 to nivelActual
               WHEN opeEsTesorero
                   MOVE 2 to nivelActual
               WHEN OTHER
                   MOVE 1 to nivelActual
           END-EVALUATE
           MOVE operadorActual to operadorAcceso
           MOVE SPACES to supervisorAcceso
           IF nivelActual < nivelPedido
               MOVE"DENEGADO" to eventoAcceso
               MOVE"EL ROL NO ALCANZA PARA EL PROGRAMA" to detalleAcceso
               PERFORM registrarAcceso
               DISPLAY"El operador ",operadorActual," no tiene rol",
                   " para usar ",programaFirma
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           MOVE"INGRESO" to eventoAcceso
           MOVE SPACES to detalleAcceso
           PERFORM registrarAcceso
           DISPLAY"Operador ",operadorActual," - ",opeNombre.

       pedirFirma.
           ADD 1 to intentosFirma
           DISPLAY"Usuario"
           ACCEPT idFirma
           DISPLAY"Clave"
           ACCEPT claveFirma
           MOVE"N" to firmaValida
           MOVE idFirma to opeId
           READ operFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF opeActivo AND opeClave = claveFirma
                       MOVE"S" to firmaValida
                   END-IF
           END-READ
           IF firmaValida NOT = "S"
               DISPLAY"Usuario o clave incorrectos"
               MOVE"RECHAZO" to eventoAcceso
               MOVE idFirma to operadorAcceso
               MOVE SPACES to supervisorAcceso
               MOVE"USUARIO O CLAVE INCORRECTOS" to detalleAcceso
               PERFORM registrarAcceso
           END-IF.

       registrarAcceso.
           OPEN EXTEND accesoFile
           IF accesoEstado = "35"
               OPEN OUTPUT accesoFile
           END-IF
           ACCEPT accFecha FROM DATE YYYYMMDD
           ACCEPT horaAcceso FROM TIME
           MOVE horaAcceso(1:6) to accHora
           MOVE programaFirma to accPrograma
           MOVE operadorAcceso to accOperador
           MOVE eventoAcceso to accEvento
           MOVE supervisorAcceso to accSupervisor
           MOVE detalleAcceso to accDetalle
           WRITE accRec
           CLOSE accesoFile.

       END PROGRAM mantEmpMast.
