      ******************************************************************
      * Author: Sala 4 - Carlos Javier  Pizarro
      * Date:
      * Purpose: Mantenimiento del maestro de departamentos DEPTOS.
      *          Altas, cambios y bajas de departamentos con su
      *          centro de costo.  La ronda de un departamento manda
      *          el extracto GLEXTR al centro de costo que figura
      *          aca, asi que no se da de baja un departamento que
      *          todavia tiene empleados asignados en EMPMAST.
      *          Pide el ingreso del operador con su usuario y clave del
      *          maestro OPERADOR (rol minimo tesorero); cada ingreso
      *          queda en ACCESOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mantDeptos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT deptoFile ASSIGN TO "DEPTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS dptCodigo
               FILE STATUS IS deptoEstado.

           SELECT empMastFile ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS empId
               FILE STATUS IS empMastEstado.

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
       FD  deptoFile.
           COPY "DEPTOS.cpy".

       FD  empMastFile.
           COPY "EMPMAST.cpy".

       FD  operFile.
           COPY "OPERADOR.cpy".

       FD  accesoFile.
           COPY "ACCESOS.cpy".

       WORKING-STORAGE SECTION.
       01  deptoEstado    PIC X(2).
       01  empMastEstado  PIC X(2).
       01  accion         PIC X(1).
       01  idTrabajo      PIC X(4).
       01  nombreNuevo    PIC X(20).
       01  centroNuevo    PIC X(10).
       01  datoValido     PIC X(1).
       01  cantAsignados  PIC 9(4).
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
            PERFORM inicio
            PERFORM ciclo UNTIL accion = "F" OR accion = "f"
            CLOSE deptoFile
            STOP RUN.

       inicio.
           DISPLAY"Mantenimiento del maestro de departamentos DEPTOS"
           MOVE"mantDeptos" to programaFirma
           MOVE 2 to nivelPedido
           PERFORM firmarOperador
           OPEN I-O deptoFile
           IF deptoEstado = "35"
               CLOSE deptoFile
               OPEN OUTPUT deptoFile
               CLOSE deptoFile
               OPEN I-O deptoFile
           END-IF.

       ciclo.
           DISPLAY"Accion: A=alta C=cambio B=baja F=fin"
           ACCEPT accion
           EVALUATE accion
               WHEN "A"
               WHEN "a"
                   PERFORM alta
               WHEN "C"
               WHEN "c"
                   PERFORM cambio
               WHEN "B"
               WHEN "b"
                   PERFORM baja
               WHEN "F"
               WHEN "f"
                   CONTINUE
               WHEN OTHER
                   DISPLAY"Accion no reconocida"
           END-EVALUATE.

       alta.
           PERFORM pedirId
           PERFORM pedirDatosNuevos
           IF datoValido = "S"
               MOVE idTrabajo to dptCodigo
               MOVE nombreNuevo to dptNombre
               MOVE centroNuevo to dptCentroCosto
               WRITE dptRec
                   INVALID KEY
                       DISPLAY"Ya existe un departamento con ese",
                           " codigo"
                   NOT INVALID KEY
                       DISPLAY"Departamento dado de alta: ",
                           idTrabajo," ",nombreNuevo
               END-WRITE
           END-IF.

       cambio.
           PERFORM pedirId
           MOVE idTrabajo to dptCodigo
           READ deptoFile
               INVALID KEY
                   DISPLAY"No existe un departamento con ese codigo"
               NOT INVALID KEY
                   PERFORM aplicarCambio
           END-READ.

       aplicarCambio.
           DISPLAY"Departamento ",dptCodigo," ",dptNombre,
               " centro de costo ",dptCentroCosto
           PERFORM pedirDatosNuevos
           IF datoValido = "S"
               MOVE nombreNuevo to dptNombre
               MOVE centroNuevo to dptCentroCosto
               REWRITE dptRec
               DISPLAY"Departamento modificado: ",dptCodigo
           END-IF.

       baja.
           PERFORM pedirId
           MOVE idTrabajo to dptCodigo
           READ deptoFile
               INVALID KEY
                   DISPLAY"No existe un departamento con ese codigo"
               NOT INVALID KEY
                   PERFORM aplicarBaja
           END-READ.

      * Un departamento con empleados asignados no se borra: esos
      * empleados quedarian apuntando a un codigo que ya no existe
      * y su ronda no tendria centro de costo.  Primero se los pasa
      * a otro departamento con mantEmpMast.
       aplicarBaja.
           PERFORM contarAsignados
           IF cantAsignados > 0
               DISPLAY"El departamento tiene ",cantAsignados,
                   " empleados asignados en EMPMAST; no se borra"
           ELSE
               DELETE deptoFile
               DISPLAY"Departamento dado de baja: ",dptCodigo
           END-IF.

       contarAsignados.
           MOVE ZEROS to cantAsignados
           OPEN INPUT empMastFile
           IF empMastEstado = "00"
               PERFORM leerEmpleado
               PERFORM UNTIL empMastEstado NOT = "00"
                   IF empDepto = dptCodigo
                       ADD 1 to cantAsignados
                   END-IF
                   PERFORM leerEmpleado
               END-PERFORM
               CLOSE empMastFile
           END-IF.

       leerEmpleado.
           READ empMastFile
               AT END MOVE "10" to empMastEstado
           END-READ.

       pedirId.
           DISPLAY"Ingrese el codigo de departamento"
           ACCEPT idTrabajo.

       pedirDatosNuevos.
           MOVE"S" to datoValido
           DISPLAY"Nombre del departamento"
           ACCEPT nombreNuevo
           DISPLAY"Centro de costo del departamento"
           ACCEPT centroNuevo
           IF idTrabajo = SPACES
               MOVE"N" to datoValido
               DISPLAY"El codigo de departamento no puede quedar en",
                   " blanco"
           END-IF
           IF nombreNuevo = SPACES
               MOVE"N" to datoValido
               DISPLAY"El nombre no puede quedar en blanco"
           END-IF
           IF centroNuevo = SPACES
               MOVE"N" to datoValido
               DISPLAY"El centro de costo no puede quedar en blanco"
           END-IF
           IF datoValido = "N"
               DISPLAY"Movimiento descartado, no se grabo nada"
           END-IF.

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

       END PROGRAM mantDeptos.
