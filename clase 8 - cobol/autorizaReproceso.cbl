      ******************************************************************
      * Author: Sala 4 - Carlos Javier  Pizarro
      * Date:
      * Purpose: Autorizacion del supervisor para reprocesar un mes
      *          cerrado en la corrida por lote.  dineroBatch corre
      *          desatendido y no puede pedir la firma del supervisor
      *          en el momento, asi que el supervisor la deja antes
      *          en REPROAUT para la clave de RUNCTL (mes, campana y
      *          departamento de la ronda).  Solo se autoriza una
      *          corrida que figure cerrada en RUNCTL; la
      *          autorizacion sirve para una sola vez y dineroBatch
      *          la marca usada.  Volver a autorizar una clave la
      *          deja pendiente de nuevo.  La autorizacion lleva la
      *          firma de un segundo supervisor, distinto del que
      *          ingreso; ese es el que queda en REPROAUT y en el
      *          registro AUTORIZA de ACCESOS.
      *          Pide el ingreso del operador con su usuario y clave del
      *          maestro OPERADOR (rol minimo supervisor); cada ingreso
      *          queda en ACCESOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. autorizaReproceso.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT runCtlFile ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS runClave
               FILE STATUS IS runCtlEstado.

           SELECT autFile ASSIGN TO "REPROAUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS autClave
               FILE STATUS IS autArchEstado.

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
       FD  runCtlFile.
           COPY "RUNCTL.cpy".

       FD  autFile.
           COPY "REPROAUT.cpy".

       FD  operFile.
           COPY "OPERADOR.cpy".

       FD  accesoFile.
           COPY "ACCESOS.cpy".

       WORKING-STORAGE SECTION.
       01  runCtlEstado   PIC X(2).
       01  autArchEstado  PIC X(2).
       01  fechaHoy       PIC 9(8).
       01  horaCompleta   PIC 9(8).
       01  mesAut         PIC 9(6).
       01  campanaAut     PIC X(8).
       01  deptoAut       PIC X(4).
       01  confirmar      PIC X(1).
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
       01  autorizado       PIC X(1).
       01  supervisorFirma  PIC X(8).
       01  accionAutoriza   PIC X(40).
       01  eventoAcceso     PIC X(8).
       01  operadorAcceso   PIC X(8).
       01  supervisorAcceso PIC X(8).
       01  detalleAcceso    PIC X(40).
       01  horaAcceso       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM inicio
            PERFORM controlarCorrida
            PERFORM pedirAutorizacion
            PERFORM grabarAutorizacion
            DISPLAY"Reproceso autorizado para ",mesAut," ",campanaAut,
                " ",deptoAut," por ",supervisorFirma
            STOP RUN.

       inicio.
           DISPLAY"Autorizacion de reproceso para la corrida por lote"
           MOVE"autorizaReproceso" to programaFirma
           MOVE 3 to nivelPedido
           PERFORM firmarOperador
           ACCEPT fechaHoy FROM DATE YYYYMMDD
           DISPLAY"Mes de la corrida a reprocesar (AAAAMM)"
           ACCEPT mesAut
           DISPLAY"Campana de la corrida (p.ej. C202608)"
           ACCEPT campanaAut
           DISPLAY"Departamento de la ronda (Enter = toda la",
               " empresa)"
           MOVE SPACES to deptoAut
           ACCEPT deptoAut
           IF mesAut = 0 OR campanaAut = SPACES
               DISPLAY"Mes o campana invalidos, no se autorizo nada"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF.

      * Solo se autoriza el reproceso de una corrida que ya cerro.
       controlarCorrida.
           OPEN INPUT runCtlFile
           IF runCtlEstado NOT = "00"
               DISPLAY"No hay control de corridas RUNCTL, no hay nada",
                   " que reprocesar"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           MOVE mesAut to runMes
           MOVE campanaAut to runCampana
           MOVE deptoAut to runDepto
           READ runCtlFile
               INVALID KEY
                   DISPLAY"Esa corrida no figura en RUNCTL, no hace",
                       " falta autorizarla"
                   CLOSE runCtlFile
                   MOVE 8 to RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE runCtlFile
           IF NOT runCerrada
               DISPLAY"Esa corrida no esta cerrada (figura abierta",
                   " por ",runPrograma,"), no hace falta autorizarla"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY"Corrida cerrada por ",runPrograma," el ",runFinFec
           DISPLAY"Confirma autorizar un reproceso? (S/N)"
           ACCEPT confirmar
           IF confirmar NOT = "S" AND confirmar NOT = "s"
               DISPLAY"No se autorizo nada"
               MOVE 4 to RETURN-CODE
               STOP RUN
           END-IF.

      * El supervisor que ingreso no se autoriza solo: firma un
      * segundo supervisor, y la firma queda en ACCESOS.
       pedirAutorizacion.
           MOVE SPACES to accionAutoriza
           STRING"REPROCESO " mesAut " " campanaAut " " deptoAut
               DELIMITED BY SIZE INTO accionAutoriza
           PERFORM autorizarSupervisor
           IF autorizado NOT = "S"
               DISPLAY"No se autorizo nada"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF.

       grabarAutorizacion.
           OPEN I-O autFile
           IF autArchEstado = "35"
               CLOSE autFile
               OPEN OUTPUT autFile
               CLOSE autFile
               OPEN I-O autFile
           END-IF
           MOVE mesAut to autMes
           MOVE campanaAut to autCampana
           MOVE deptoAut to autDepto
           READ autFile
               INVALID KEY
                   PERFORM armarAutorizacion
                   WRITE autRec
               NOT INVALID KEY
                   IF autPendiente
                       DISPLAY"Ya habia una autorizacion pendiente de ",
                           autSupervisor,", se reemplaza"
                   END-IF
                   PERFORM armarAutorizacion
                   REWRITE autRec
           END-READ
           CLOSE autFile.

       armarAutorizacion.
           MOVE"P" to autEstado
           MOVE supervisorFirma to autSupervisor
           MOVE fechaHoy to autFecha
           ACCEPT horaCompleta FROM TIME
           MOVE horaCompleta(1:6) to autHora
           MOVE ZEROS to autUsoFecha.

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

      * Firma de un segundo supervisor para una accion de supervisor:
      * tiene que ser otro operador, activo, con rol supervisor y su
      * clave.  accionAutoriza describe la accion para ACCESOS.
       autorizarSupervisor.
           MOVE"N" to autorizado
           MOVE SPACES to supervisorFirma
           DISPLAY"Esta accion necesita la firma de otro supervisor:"
           DISPLAY"  ",accionAutoriza
           DISPLAY"Usuario del supervisor"
           ACCEPT idFirma
           DISPLAY"Clave del supervisor"
           ACCEPT claveFirma
           OPEN INPUT operFile
           IF operEstado = "00"
               MOVE idFirma to opeId
               READ operFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF opeActivo AND opeEsSupervisor AND
                           opeClave = claveFirma AND
                           opeId NOT = operadorActual
                           MOVE"S" to autorizado
                       END-IF
               END-READ
               CLOSE operFile
           END-IF
           MOVE operadorActual to operadorAcceso
           MOVE idFirma to supervisorAcceso
           MOVE accionAutoriza to detalleAcceso
           IF autorizado = "S"
               MOVE idFirma to supervisorFirma
               MOVE"AUTORIZA" to eventoAcceso
               DISPLAY"Autorizado por el supervisor ",supervisorFirma
           ELSE
               MOVE"RECHAZO" to eventoAcceso
               DISPLAY"Firma de supervisor rechazada (tiene que ser",
                   " otro supervisor activo, con su clave)"
           END-IF
           PERFORM registrarAcceso.

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

       END PROGRAM autorizaReproceso.
