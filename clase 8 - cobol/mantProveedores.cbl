      ******************************************************************
      * Author: Sala 4 - Carlos Javier  Pizarro
      * Date:
      * Purpose: Mantenimiento del maestro de proveedores PROVEED.
      *          Altas, cambios, bajas logicas y reactivaciones de
      *          proveedores con su nombre y su CUIT.  La baja no
      *          borra el registro, porque las compras de COMPRAS y
      *          los pedidos de PEDCOMP lo siguen citando: lo pasa a
      *          inactivo y pedidoCompra ya no le aprueba pedidos.
      *          Pide el ingreso del operador con su usuario y clave del
      *          maestro OPERADOR (rol minimo tesorero); cada ingreso
      *          queda en ACCESOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mantProveedores.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT provFile ASSIGN TO "PROVEED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS provId
               FILE STATUS IS provEstadoArch.

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
       FD  provFile.
           COPY "PROVEED.cpy".

       FD  operFile.
           COPY "OPERADOR.cpy".

       FD  accesoFile.
           COPY "ACCESOS.cpy".

       WORKING-STORAGE SECTION.
       01  provEstadoArch PIC X(2).
       01  accion         PIC X(1).
       01  idTrabajo      PIC 9(5).
       01  nombreNuevo    PIC X(25).
       01  cuitNuevo      PIC X(13).
       01  datoValido     PIC X(1).
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
            CLOSE provFile
            STOP RUN.

       inicio.
           DISPLAY"Mantenimiento del maestro de proveedores PROVEED"
           MOVE"mantProveedores" to programaFirma
           MOVE 2 to nivelPedido
           PERFORM firmarOperador
           OPEN I-O provFile
           IF provEstadoArch = "35"
               CLOSE provFile
               OPEN OUTPUT provFile
               CLOSE provFile
               OPEN I-O provFile
           END-IF.

       ciclo.
           DISPLAY"Accion: A=alta C=cambio B=baja R=reactivar F=fin"
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
               WHEN "R"
               WHEN "r"
                   PERFORM reactivar
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
               MOVE idTrabajo to provId
               MOVE nombreNuevo to provNombre
               MOVE cuitNuevo to provCuit
               MOVE"A" to provEstado
               WRITE provRec
                   INVALID KEY
                       DISPLAY"Ya existe un proveedor con ese numero"
                   NOT INVALID KEY
                       DISPLAY"Proveedor dado de alta: ",
                           idTrabajo," ",nombreNuevo
               END-WRITE
           END-IF.

       cambio.
           PERFORM pedirId
           MOVE idTrabajo to provId
           READ provFile
               INVALID KEY
                   DISPLAY"No existe un proveedor con ese numero"
               NOT INVALID KEY
                   PERFORM aplicarCambio
           END-READ.

       aplicarCambio.
           DISPLAY"Proveedor ",provId," ",provNombre," CUIT ",
               provCuit," estado ",provEstado
           PERFORM pedirDatosNuevos
           IF datoValido = "S"
               MOVE nombreNuevo to provNombre
               MOVE cuitNuevo to provCuit
               REWRITE provRec
               DISPLAY"Proveedor modificado: ",provId
           END-IF.

       baja.
           PERFORM pedirId
           MOVE idTrabajo to provId
           READ provFile
               INVALID KEY
                   DISPLAY"No existe un proveedor con ese numero"
               NOT INVALID KEY
                   IF provInactivo
                       DISPLAY"El proveedor ya estaba inactivo"
                   ELSE
                       MOVE"I" to provEstado
                       REWRITE provRec
                       DISPLAY"Proveedor dado de baja: ",provId
                   END-IF
           END-READ.

       reactivar.
           PERFORM pedirId
           MOVE idTrabajo to provId
           READ provFile
               INVALID KEY
                   DISPLAY"No existe un proveedor con ese numero"
               NOT INVALID KEY
                   IF provActivo
                       DISPLAY"El proveedor ya estaba activo"
                   ELSE
                       MOVE"A" to provEstado
                       REWRITE provRec
                       DISPLAY"Proveedor reactivado: ",provId
                   END-IF
           END-READ.

       pedirId.
           DISPLAY"Ingrese el numero de proveedor"
           ACCEPT idTrabajo.

      * La CUIT se pide con guiones: NN-NNNNNNNN-N.
       pedirDatosNuevos.
           MOVE"S" to datoValido
           DISPLAY"Nombre del proveedor"
           ACCEPT nombreNuevo
           DISPLAY"CUIT del proveedor (NN-NNNNNNNN-N)"
           ACCEPT cuitNuevo
           IF idTrabajo = 0
               MOVE"N" to datoValido
               DISPLAY"El numero de proveedor no puede ser cero"
           END-IF
           IF nombreNuevo = SPACES
               MOVE"N" to datoValido
               DISPLAY"El nombre no puede quedar en blanco"
           END-IF
           IF cuitNuevo(1:2) IS NOT NUMERIC OR
               cuitNuevo(3:1) NOT = "-" OR
               cuitNuevo(4:8) IS NOT NUMERIC OR
               cuitNuevo(12:1) NOT = "-" OR
               cuitNuevo(13:1) IS NOT NUMERIC
               MOVE"N" to datoValido
               DISPLAY"La CUIT tiene que tener la forma NN-NNNNNNNN-N"
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

       END PROGRAM mantProveedores.
