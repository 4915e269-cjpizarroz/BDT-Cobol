      ******************************************************************
      * Author: Sala 4 - Carlos Javier  Pizarro
      * Date:
      * Purpose: Mantenimiento del maestro de operadores OPERADOR.
      *          Altas, cambios de nombre y rol, cambio de clave,
      *          bajas logicas y reactivaciones de los usuarios que
      *          ingresan a los programas de la tesoreria.  Solo lo
      *          usa un supervisor.  La baja no borra el registro,
      *          porque ACCESOS y los demas registros de auditoria lo
      *          siguen citando: lo pasa a inactivo y ya no puede
      *          ingresar.  Un supervisor no puede darse de baja ni
      *          cambiarse el rol a si mismo, asi siempre queda un
      *          supervisor activo.  La clave se pide dos veces y no
      *          se muestra nunca.  Si el maestro no existe o no
      *          tiene ningun supervisor activo, el programa solo
      *          deja dar de alta al primer supervisor (queda en
      *          ACCESOS como INICIAL) y termina; desde ahi se
      *          ingresa con ese usuario.  Cada movimiento queda en
      *          ACCESOS como MANTOPER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mantOperadores.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT operFile ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS opeId
               FILE STATUS IS operEstado.

           SELECT accesoFile ASSIGN TO "ACCESOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS accesoEstado.

       DATA DIVISION.
       FILE SECTION.
       FD  operFile.
           COPY "OPERADOR.cpy".

       FD  accesoFile.
           COPY "ACCESOS.cpy".

       WORKING-STORAGE SECTION.
       01  fechaHoy       PIC 9(8).
       01  accion         PIC X(1).
       01  idTrabajo      PIC X(8).
       01  nombreNuevo    PIC X(25).
       01  rolNuevo       PIC X(1).
       01  claveNueva     PIC X(8).
       01  claveRepite    PIC X(8).
       01  datoValido     PIC X(1).
       01  haySupervisor  PIC X(1).
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
            CLOSE operFile
            STOP RUN.

       inicio.
           DISPLAY"Mantenimiento del maestro de operadores OPERADOR"
           MOVE"mantOperadores" to programaFirma
           ACCEPT fechaHoy FROM DATE YYYYMMDD
           PERFORM buscarSupervisor
           IF haySupervisor NOT = "S"
               PERFORM altaInicial
               STOP RUN
           END-IF
           MOVE 3 to nivelPedido
           PERFORM firmarOperador
           OPEN I-O operFile.

      * El maestro necesita al menos un supervisor activo para que
      * alguien pueda mantenerlo.
       buscarSupervisor.
           MOVE"N" to haySupervisor
           OPEN INPUT operFile
           IF operEstado = "00"
               MOVE LOW-VALUES to opeId
               START operFile KEY IS NOT LESS THAN opeId
                   INVALID KEY MOVE "10" to operEstado
               END-START
               PERFORM UNTIL operEstado NOT = "00" OR
                   haySupervisor = "S"
                   READ operFile NEXT
                       AT END MOVE "10" to operEstado
                       NOT AT END
                           IF opeActivo AND opeEsSupervisor
                               MOVE"S" to haySupervisor
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE operFile
           END-IF.

      * Sin supervisor activo nadie puede ingresar: se da de alta el
      * primero sin pedir ingreso y el programa termina.
       altaInicial.
           DISPLAY"No hay ningun supervisor activo en OPERADOR"
           DISPLAY"Alta del primer supervisor"
           OPEN I-O operFile
           IF operEstado = "35"
               CLOSE operFile
               OPEN OUTPUT operFile
               CLOSE operFile
               OPEN I-O operFile
           END-IF
           MOVE"INICIAL" to operadorActual
           PERFORM pedirId
           MOVE"S" to rolNuevo
           PERFORM pedirDatosNuevos
           IF datoValido = "S"
               PERFORM pedirClaveNueva
           END-IF
           IF datoValido = "S"
               PERFORM grabarAlta
           ELSE
               MOVE 8 to RETURN-CODE
           END-IF
           CLOSE operFile.

       ciclo.
           DISPLAY"Accion: A=alta C=cambio K=clave B=baja",
               " R=reactivar F=fin"
           ACCEPT accion
           EVALUATE accion
               WHEN "A"
               WHEN "a"
                   PERFORM alta
               WHEN "C"
               WHEN "c"
                   PERFORM cambio
               WHEN "K"
               WHEN "k"
                   PERFORM cambioClave
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
           MOVE SPACES to rolNuevo
           PERFORM pedirDatosNuevos
           IF datoValido = "S"
               PERFORM pedirClaveNueva
           END-IF
           IF datoValido = "S"
               PERFORM grabarAlta
           END-IF.

       grabarAlta.
           MOVE idTrabajo to opeId
           MOVE nombreNuevo to opeNombre
           MOVE claveNueva to opeClave
           MOVE rolNuevo to opeRol
           MOVE"A" to opeEstado
           MOVE fechaHoy to opeAltaFecha
           WRITE opeRec
               INVALID KEY
                   DISPLAY"Ya existe un operador con ese usuario"
               NOT INVALID KEY
                   DISPLAY"Operador dado de alta: ",idTrabajo," ",
                       nombreNuevo," rol ",rolNuevo
                   MOVE SPACES to detalleAcceso
                   STRING"ALTA " idTrabajo " ROL " rolNuevo
                       DELIMITED BY SIZE INTO detalleAcceso
                   PERFORM registrarMovimiento
           END-WRITE.

       cambio.
           PERFORM pedirId
           MOVE idTrabajo to opeId
           READ operFile
               INVALID KEY
                   DISPLAY"No existe un operador con ese usuario"
               NOT INVALID KEY
                   PERFORM aplicarCambio
           END-READ.

      * Enter en el nombre o en el rol deja el que tenia.
       aplicarCambio.
           DISPLAY"Operador ",opeId," ",opeNombre," rol ",opeRol,
               " estado ",opeEstado
           MOVE opeNombre to nombreNuevo
           MOVE opeRol to rolNuevo
           DISPLAY"Nombre nuevo (Enter = sin cambio)"
           ACCEPT nombreNuevo
           IF nombreNuevo = SPACES
               MOVE opeNombre to nombreNuevo
           END-IF
           DISPLAY"Rol nuevo O=operador T=tesorero S=supervisor",
               " (Enter = sin cambio)"
           ACCEPT rolNuevo
           IF rolNuevo = SPACES
               MOVE opeRol to rolNuevo
           END-IF
           MOVE"S" to datoValido
           IF rolNuevo NOT = "O" AND rolNuevo NOT = "T" AND
               rolNuevo NOT = "S"
               MOVE"N" to datoValido
               DISPLAY"El rol tiene que ser O, T o S"
           END-IF
           IF opeId = operadorActual AND rolNuevo NOT = opeRol
               MOVE"N" to datoValido
               DISPLAY"Un supervisor no puede cambiarse el rol a si",
                   " mismo"
           END-IF
           IF datoValido = "S"
               MOVE nombreNuevo to opeNombre
               MOVE rolNuevo to opeRol
               REWRITE opeRec
               DISPLAY"Operador modificado: ",opeId
               MOVE SPACES to detalleAcceso
               STRING"CAMBIO " opeId " ROL " opeRol
                   DELIMITED BY SIZE INTO detalleAcceso
               PERFORM registrarMovimiento
           ELSE
               DISPLAY"Movimiento descartado, no se grabo nada"
           END-IF.

       cambioClave.
           PERFORM pedirId
           MOVE idTrabajo to opeId
           READ operFile
               INVALID KEY
                   DISPLAY"No existe un operador con ese usuario"
               NOT INVALID KEY
                   MOVE"S" to datoValido
                   PERFORM pedirClaveNueva
                   IF datoValido = "S"
                       MOVE claveNueva to opeClave
                       REWRITE opeRec
                       DISPLAY"Clave cambiada: ",opeId
                       MOVE SPACES to detalleAcceso
                       STRING"CLAVE " opeId
                           DELIMITED BY SIZE INTO detalleAcceso
                       PERFORM registrarMovimiento
                   END-IF
           END-READ.

       baja.
           PERFORM pedirId
           MOVE idTrabajo to opeId
           READ operFile
               INVALID KEY
                   DISPLAY"No existe un operador con ese usuario"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN opeId = operadorActual
                           DISPLAY"Un supervisor no puede darse de",
                               " baja a si mismo"
                       WHEN opeInactivo
                           DISPLAY"El operador ya estaba inactivo"
                       WHEN OTHER
                           MOVE"I" to opeEstado
                           REWRITE opeRec
                           DISPLAY"Operador dado de baja: ",opeId
                           MOVE SPACES to detalleAcceso
                           STRING"BAJA " opeId
                               DELIMITED BY SIZE INTO detalleAcceso
                           PERFORM registrarMovimiento
                   END-EVALUATE
           END-READ.

       reactivar.
           PERFORM pedirId
           MOVE idTrabajo to opeId
           READ operFile
               INVALID KEY
                   DISPLAY"No existe un operador con ese usuario"
               NOT INVALID KEY
                   IF opeActivo
                       DISPLAY"El operador ya estaba activo"
                   ELSE
                       MOVE"A" to opeEstado
                       REWRITE opeRec
                       DISPLAY"Operador reactivado: ",opeId
                       MOVE SPACES to detalleAcceso
                       STRING"REACTIVA " opeId
                           DELIMITED BY SIZE INTO detalleAcceso
                       PERFORM registrarMovimiento
                   END-IF
           END-READ.

       pedirId.
           DISPLAY"Ingrese el usuario del operador"
           MOVE SPACES to idTrabajo
           ACCEPT idTrabajo.

      * rolNuevo ya cargado (alta del primer supervisor) no se pide.
       pedirDatosNuevos.
           MOVE"S" to datoValido
           DISPLAY"Nombre del operador"
           MOVE SPACES to nombreNuevo
           ACCEPT nombreNuevo
           IF rolNuevo = SPACES
               DISPLAY"Rol O=operador T=tesorero S=supervisor"
               ACCEPT rolNuevo
           END-IF
           IF idTrabajo = SPACES
               MOVE"N" to datoValido
               DISPLAY"El usuario no puede quedar en blanco"
           END-IF
           IF nombreNuevo = SPACES
               MOVE"N" to datoValido
               DISPLAY"El nombre no puede quedar en blanco"
           END-IF
           IF rolNuevo NOT = "O" AND rolNuevo NOT = "T" AND
               rolNuevo NOT = "S"
               MOVE"N" to datoValido
               DISPLAY"El rol tiene que ser O, T o S"
           END-IF
           IF datoValido = "N"
               DISPLAY"Movimiento descartado, no se grabo nada"
           END-IF.

      * La clave se escribe dos veces y nunca se muestra.
       pedirClaveNueva.
           MOVE SPACES to claveNueva claveRepite
           DISPLAY"Clave nueva"
           ACCEPT claveNueva
           DISPLAY"Repita la clave nueva"
           ACCEPT claveRepite
           IF claveNueva = SPACES
               MOVE"N" to datoValido
               DISPLAY"La clave no puede quedar en blanco"
           ELSE
               IF claveNueva NOT = claveRepite
                   MOVE"N" to datoValido
                   DISPLAY"Las dos claves no coinciden"
               END-IF
           END-IF
           IF datoValido = "N"
               DISPLAY"Movimiento descartado, no se grabo nada"
           END-IF.

       registrarMovimiento.
           MOVE"MANTOPER" to eventoAcceso
           MOVE operadorActual to operadorAcceso
           MOVE SPACES to supervisorAcceso
           PERFORM registrarAcceso.

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

       END PROGRAM mantOperadores.
