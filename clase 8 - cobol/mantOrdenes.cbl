      ******************************************************************
      * Author: Sala 4 - Carlos Javier  Pizarro
      * Date:
      * Purpose: Mantenimiento del maestro de ordenes fijas de
      *          descuento ORDFIJA, con el mismo esquema que
      *          mantPreferencias: altas, cambios y bajas de la orden
      *          de cada contribuyente (monto por companero o por
      *          mes, vigencia y tipos de campana que cubre),
      *          validadas contra el padron EMPMAST y asentadas una
      *          por una en la auditoria ORDAUD con valores
      *          anteriores y nuevos, usuario, fecha y hora.
      *          Pide el ingreso del operador con su usuario y clave del
      *          maestro OPERADOR (rol minimo operador); cada ingreso
      *          queda en ACCESOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mantOrdenes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ordFijaFile ASSIGN TO "ORDFIJA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ofiEmpId
               FILE STATUS IS ordFijaEstado.

           SELECT empMastFile ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS empId
               FILE STATUS IS empMastEstado.

           SELECT auditFile ASSIGN TO "ORDAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS auditEstado.

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
       FD  ordFijaFile.
           COPY "ORDFIJA.cpy".

       FD  empMastFile.
           COPY "EMPMAST.cpy".

       FD  auditFile.
       01  ofaRec.
           05  ofaFecha        PIC 9(08).
           05  ofaHora         PIC 9(06).
           05  ofaUsuario      PIC X(15).
           05  ofaAccion       PIC X(06).
           05  ofaEmpId        PIC 9(05).
           05  ofaModoAnt      PIC X(01).
           05  ofaModoNue      PIC X(01).
           05  ofaMontoAnt     PIC 9(05)V99.
           05  ofaMontoNue     PIC 9(05)V99.
           05  ofaDesdeAnt     PIC 9(08).
           05  ofaDesdeNue     PIC 9(08).
           05  ofaHastaAnt     PIC 9(08).
           05  ofaHastaNue     PIC 9(08).
           05  ofaCubreAnt     PIC X(03).
           05  ofaCubreNue     PIC X(03).

       FD  operFile.
           COPY "OPERADOR.cpy".

       FD  accesoFile.
           COPY "ACCESOS.cpy".

       WORKING-STORAGE SECTION.
       01  ordFijaEstado  PIC X(2).
       01  empMastEstado  PIC X(2).
       01  auditEstado    PIC X(2).
       01  accion         PIC X(1).
       01  idTrabajo      PIC 9(5).
       01  nombreEmp      PIC X(15).
       01  datoValido     PIC X(1).
       01  modoNuevo      PIC X(1).
       01  montoNuevo     PIC 9(5)V99.
       01  desdeNueva     PIC 9(8).
       01  hastaNueva     PIC 9(8).
       01  cubreCumpleNue PIC X(1).
       01  cubreAnivNue   PIC X(1).
       01  cubreCampNue   PIC X(1).
       01  modoAnt        PIC X(1).
       01  montoAnt       PIC 9(5)V99.
       01  desdeAnt       PIC 9(8).
       01  hastaAnt       PIC 9(8).
       01  cubreAnt       PIC X(3).
       01  mesFecha       PIC 9(2).
       01  montoEdit      PIC Z(4)9.99.
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
            PERFORM inicio
            PERFORM ciclo UNTIL accion = "F" OR accion = "f"
            PERFORM cerrarArchivos
            STOP RUN.

       inicio.
           DISPLAY"Mantenimiento de ordenes fijas de descuento ORDFIJA"
           MOVE"mantOrdenes" to programaFirma
           MOVE 1 to nivelPedido
           PERFORM firmarOperador
           PERFORM abrirArchivos.

       abrirArchivos.
           OPEN I-O ordFijaFile
           IF ordFijaEstado = "35"
               CLOSE ordFijaFile
               OPEN OUTPUT ordFijaFile
               CLOSE ordFijaFile
               OPEN I-O ordFijaFile
           END-IF
           OPEN INPUT empMastFile
           IF empMastEstado NOT = "00"
               DISPLAY"No se pudo leer EMPMAST, mantenimiento",
                   " cancelado"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND auditFile
           IF auditEstado = "35"
               OPEN OUTPUT auditFile
           END-IF.

       cerrarArchivos.
           CLOSE ordFijaFile
           CLOSE empMastFile
           CLOSE auditFile.

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
           PERFORM validarEmpleado
           IF datoValido = "S"
               PERFORM pedirOrden
           END-IF
           IF datoValido = "S"
               MOVE idTrabajo to ofiEmpId
               MOVE nombreEmp to ofiNombre
               PERFORM cargarOrdenNueva
               WRITE ofiRec
                   INVALID KEY
                       DISPLAY"Ese contribuyente ya tiene una orden,",
                           " use cambio"
                   NOT INVALID KEY
                       MOVE SPACES to modoAnt cubreAnt
                       MOVE ZEROS to montoAnt desdeAnt hastaAnt
                       MOVE"ALTA" to ofaAccion
                       PERFORM grabarAuditoria
                       DISPLAY"Orden fija cargada para ",nombreEmp
               END-WRITE
           END-IF.

       cambio.
           PERFORM pedirId
           MOVE idTrabajo to ofiEmpId
           READ ordFijaFile
               INVALID KEY
                   DISPLAY"Ese contribuyente no tiene orden fija"
               NOT INVALID KEY
                   PERFORM aplicarCambio
           END-READ.

       aplicarCambio.
           PERFORM guardarAnteriores
           MOVE ofiMonto to montoEdit
           DISPLAY"Orden de ",ofiNombre,": modo=",ofiModo,
               " monto=",montoEdit," desde ",ofiFechaDesde,
               " hasta ",ofiFechaHasta
           DISPLAY"Cubre cumpleanos=",ofiCubreCumple,
               " aniversarios=",ofiCubreAniv,
               " campanas=",ofiCubreCampana
           PERFORM pedirOrden
           IF datoValido = "S"
               PERFORM cargarOrdenNueva
               REWRITE ofiRec
               MOVE"CAMBIO" to ofaAccion
               PERFORM grabarAuditoria
               DISPLAY"Orden fija modificada"
           END-IF.

       baja.
           PERFORM pedirId
           MOVE idTrabajo to ofiEmpId
           READ ordFijaFile
               INVALID KEY
                   DISPLAY"Ese contribuyente no tiene orden fija"
               NOT INVALID KEY
                   PERFORM guardarAnteriores
                   DELETE ordFijaFile
                   MOVE SPACES to ofiModo ofiCubreCumple ofiCubreAniv
                       ofiCubreCampana
                   MOVE ZEROS to ofiMonto ofiFechaDesde ofiFechaHasta
                   MOVE"BAJA" to ofaAccion
                   PERFORM grabarAuditoria
                   DISPLAY"Orden fija borrada, vuelve a anotar",
                       " intenciones mes a mes"
           END-READ.

       guardarAnteriores.
           MOVE ofiModo to modoAnt
           MOVE ofiMonto to montoAnt
           MOVE ofiFechaDesde to desdeAnt
           MOVE ofiFechaHasta to hastaAnt
           MOVE SPACES to cubreAnt
           STRING ofiCubreCumple ofiCubreAniv ofiCubreCampana
               DELIMITED BY SIZE INTO cubreAnt.

       cargarOrdenNueva.
           MOVE modoNuevo to ofiModo
           MOVE montoNuevo to ofiMonto
           MOVE desdeNueva to ofiFechaDesde
           MOVE hastaNueva to ofiFechaHasta
           MOVE cubreCumpleNue to ofiCubreCumple
           MOVE cubreAnivNue to ofiCubreAniv
           MOVE cubreCampNue to ofiCubreCampana.

       pedirId.
           DISPLAY"Ingrese el numero de empleado del contribuyente"
           ACCEPT idTrabajo.

      * La orden es de alguien del padron y activo: una baja no
      * deja ordenes nuevas (las viejas las saltea la generacion).
       validarEmpleado.
           MOVE"S" to datoValido
           MOVE idTrabajo to empId
           READ empMastFile
               INVALID KEY
                   MOVE"N" to datoValido
                   DISPLAY"No existe un empleado con ese numero"
               NOT INVALID KEY
                   MOVE empNombre to nombreEmp
                   IF empInactivo
                       MOVE"N" to datoValido
                       DISPLAY"El empleado esta dado de baja"
                   END-IF
           END-READ.

       pedirOrden.
           MOVE"S" to datoValido
           DISPLAY"Modo: C=monto por cada companero celebrado",
               " M=monto por mes repartido"
           ACCEPT modoNuevo
           DISPLAY"Monto de la orden"
           ACCEPT montoNuevo
           DISPLAY"Vigente desde AAAAMMDD"
           ACCEPT desdeNueva
           DISPLAY"Vigente hasta AAAAMMDD (0 = sin vencimiento)"
           ACCEPT hastaNueva
           DISPLAY"Cubre los cumpleanos del mes? (S/N)"
           ACCEPT cubreCumpleNue
           DISPLAY"Cubre los aniversarios de servicio? (S/N)"
           ACCEPT cubreAnivNue
           DISPLAY"Cubre las campanas del maestro (despedidas,",
               " casamientos, ...)? (S/N)"
           ACCEPT cubreCampNue
           IF modoNuevo = "c"
               MOVE"C" to modoNuevo
           END-IF
           IF modoNuevo = "m"
               MOVE"M" to modoNuevo
           END-IF
           IF modoNuevo NOT = "C" AND modoNuevo NOT = "M"
               MOVE"N" to datoValido
               DISPLAY"El modo tiene que ser C o M"
           END-IF
           IF montoNuevo NOT > 0
               MOVE"N" to datoValido
               DISPLAY"El monto debe ser mayor a cero"
           END-IF
           MOVE desdeNueva(5:2) to mesFecha
           IF mesFecha < 1 OR mesFecha > 12
               MOVE"N" to datoValido
               DISPLAY"La fecha desde no tiene un mes valido"
           END-IF
           IF hastaNueva NOT = 0
               MOVE hastaNueva(5:2) to mesFecha
               IF mesFecha < 1 OR mesFecha > 12
                   MOVE"N" to datoValido
                   DISPLAY"La fecha hasta no tiene un mes valido"
               END-IF
               IF hastaNueva < desdeNueva
                   MOVE"N" to datoValido
                   DISPLAY"La fecha hasta es anterior a la desde"
               END-IF
           END-IF
           IF (cubreCumpleNue NOT = "S" AND cubreCumpleNue NOT = "N")
               OR (cubreAnivNue NOT = "S" AND cubreAnivNue NOT = "N")
               OR (cubreCampNue NOT = "S" AND cubreCampNue NOT = "N")
               MOVE"N" to datoValido
               DISPLAY"Respuestas validas: S o N"
           END-IF
           IF cubreCumpleNue = "N" AND cubreAnivNue = "N" AND
               cubreCampNue = "N"
               MOVE"N" to datoValido
               DISPLAY"La orden tiene que cubrir algun tipo de",
                   " campana"
           END-IF
           IF datoValido = "N"
               DISPLAY"Movimiento descartado, no se grabo nada"
           END-IF.

       grabarAuditoria.
           ACCEPT ofaFecha FROM DATE YYYYMMDD
           ACCEPT horaCompleta FROM TIME
           MOVE horaCompleta(1:6) to ofaHora
           MOVE operadorActual to ofaUsuario
           MOVE ofiEmpId to ofaEmpId
           MOVE modoAnt to ofaModoAnt
           MOVE ofiModo to ofaModoNue
           MOVE montoAnt to ofaMontoAnt
           MOVE ofiMonto to ofaMontoNue
           MOVE desdeAnt to ofaDesdeAnt
           MOVE ofiFechaDesde to ofaDesdeNue
           MOVE hastaAnt to ofaHastaAnt
           MOVE ofiFechaHasta to ofaHastaNue
           MOVE cubreAnt to ofaCubreAnt
           MOVE SPACES to ofaCubreNue
           STRING ofiCubreCumple ofiCubreAniv ofiCubreCampana
               DELIMITED BY SIZE INTO ofaCubreNue
           WRITE ofaRec.

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

       END PROGRAM mantOrdenes.
