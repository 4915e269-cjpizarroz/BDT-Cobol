      *          identificador, detalles "D", cola "T" cuyo conteo y
      *          total de control tienen que cerrar contra el
      *          contenido, y que el lote no figure ya asentado en
      *          LOTEREG para la campana del detalle) y valida cada
      *          detalle (nombres en blanco, montos no numericos,
      *          montos fuera de rango, grupos fuera de secuencia,
      *          campanas que no estan abiertas,
      *          contribuyentes que no estan en EMPMAST o que superan
      *          el tope mensual de la campana) ANTES de que
      *          dineroBatch toque APORTES o YTDACUM.  Escribe los
      *          detalles buenos en BATOK (la entrada real de
      *          dineroBatch) con cabecera y cola recalculada y con
      *          la campana de cada detalle ya resuelta (el detalle
      *          sin campana toma la del mes de PARAMS), los
      *          malos en BATRECH con su motivo, y un reporte de
      *          edicion EDITREP con conteos y totales de control.
      *          Si la estructura del lote no cierra, BATOK queda
      *          vacio: ese lote no se puede asentar.  Termina con
      *          RETURN-CODE 8 si hubo algun rechazo, para que el
      *          operador corte la corrida antes de registrar nada.
      *          El departamento de la cabecera pasa tal cual a
      *          BATOK; lo valida dineroBatch contra DEPTOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS prefEmpId
               FILE STATUS IS prefEstado.

           SELECT campFile ASSIGN TO "CAMPANAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS camId
               FILE STATUS IS campEstado.

       DATA DIVISION.
       FILE SECTION.
       FD  batchFile.
               88  entEsCabecera VALUE "H".
               88  entEsDetalle  VALUE "D".
               88  entEsCola     VALUE "T".
           05  entDatos          PIC X(45).
           05  entCabecera REDEFINES entDatos.
               10  entLoteId     PIC X(08).
               10  entLoteFecha  PIC 9(08).
               10  entLoteDepto  PIC X(04).
               10  FILLER        PIC X(25).
           05  entDetalle REDEFINES entDatos.
               10  entNombre         PIC X(15).
               10  entContribuyente  PIC X(15).
               10  entMonto          PIC S9(05)V99.
               10  entMontoX REDEFINES entMonto PIC X(07).
               10  entCampana        PIC X(08).
           05  entCola REDEFINES entDatos.
               10  entCantRegs       PIC 9(05).
               10  entHashMonto      PIC 9(09)V99.
               10  FILLER            PIC X(29).

       FD  limpioFile.
           COPY "BATENT.cpy".
           05  regFecha    PIC 9(08).
           05  regMes      PIC 9(06).
           05  regCampana  PIC X(08).
           05  regDepto    PIC X(04).

       FD  prefFile.
           COPY "PREFEREN.cpy".

       FD  campFile.
           COPY "CAMPANAS.cpy".

       WORKING-STORAGE SECTION.
       01  batEstado      PIC X(2).
       01  limpioEstado   PIC X(2).
           05  empNomTab OCCURS 500 TIMES PIC X(15).
           05  empIdTab  OCCURS 500 TIMES PIC 9(5).
       01  contribTotales.
           05  ctbNombre  OCCURS 500 TIMES PIC X(15).
           05  ctbCampana OCCURS 500 TIMES PIC X(8).
           05  ctbTotal   OCCURS 500 TIMES PIC S9(7)V99.
       01  motivoEdicion  PIC X(20).
       01  registroValido PIC X(1).
       01  grupoActual    PIC X(15).
       01  hashDetalles   PIC 9(9)V99.
       01  colaCant       PIC 9(5).
       01  colaHash       PIC 9(9)V99.
       01  campEstado     PIC X(2).
       01  campAbierta    PIC X(1).
       01  campanaMes     PIC X(8).
       01  modoRoster     PIC X(1).
       01  campanaDetalle PIC X(8).
       01  grupoCampActual PIC X(8).
       01  cantCampanas   PIC 9(2).
       01  campanaVista   PIC X(1).
       01  c              PIC 9(2).
       01  gruposVistos.
           05  grupoNombre  OCCURS 99 TIMES PIC X(15).
           05  grupoCampana OCCURS 99 TIMES PIC X(8).
       01  campanasLote.
           05  cloCampana   OCCURS 10 TIMES PIC X(8).
       01  lr             PIC 9(2).
       01  cantAsentadas  PIC 9(2).
       01  campanaAsentada PIC X(1).
       01  campanasAsentadas.
           05  lrgCampana   OCCURS 20 TIMES PIC X(8).
           05  lrgFecha     OCCURS 20 TIMES PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE ZEROS to cantLeidos cantBuenos cantRechazos
               hashBuenos hashRechazos cantGrupos cantDetalles
               hashDetalles colaCant colaHash loteFecha
           MOVE SPACES to grupoActual loteId grupoCampActual
           MOVE ZEROS to cantCampanas
           MOVE"N" to cabeceraVista colaVista
           MOVE"S" to estructuraOk
           PERFORM cargarParametros
                   MOVE"S" to paramHallado
                   MOVE parMontoMaximo to montoMaximo
                   MOVE parTopeContrib to topeContrib
                   MOVE parCampana to campanaMes
                   MOVE parModoRoster to modoRoster
               ELSE
                   PERFORM leerParametro
               END-IF
               DISPLAY"Corrija el archivo PARAMS y vuelva a correr"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           IF campanaMes = SPACES
               IF modoRoster = "A"
                   STRING"A" mesCorrida DELIMITED BY SIZE
                       INTO campanaMes
               ELSE
                   STRING"C" mesCorrida DELIMITED BY SIZE
                       INTO campanaMes
               END-IF
           END-IF.

       leerParametro.
               STOP RUN
           END-IF
           OPEN OUTPUT limpioFile
           OPEN OUTPUT rechazoFile
           OPEN INPUT campFile
           IF campEstado = "00"
               MOVE"S" to campAbierta
           ELSE
               MOVE"N" to campAbierta
           END-IF.

       cerrarArchivos.
           CLOSE batchFile
           CLOSE rechazoFile
           IF campAbierta = "S"
               CLOSE campFile
           END-IF.

       leerBatch.
           READ batchFile
               PERFORM grabarCabeceraLimpia
           END-IF.

      * LOTEREG lleva una entrada por campana del lote, y la reversa
      * de una campana libera solo la suya: se anotan las campanas
      * que este lote ya tiene asentadas y cada detalle de una de
      * ellas se rechaza en controlarCampana, porque volver a
      * pasarlo es el preludio de un doble asiento.  Una entrada
      * vieja sin campana cubre el lote entero y lo invalida.
       controlarLoteRepetido.
           MOVE ZEROS to cantAsentadas
           OPEN INPUT loteRegFile
           IF loteRegEstado NOT = "35"
               PERFORM leerLoteReg
               PERFORM UNTIL loteRegEstado = "10"
                   IF regLoteId = loteId
                       PERFORM anotarCampanaAsentada
                   END-IF
                   PERFORM leerLoteReg
               END-PERFORM
               CLOSE loteRegFile
           END-IF.

       anotarCampanaAsentada.
           IF regCampana = SPACES
               DISPLAY"El lote ",loteId," ya fue asentado",
                   " el ",regFecha,", lote invalido"
               MOVE"N" to estructuraOk
           ELSE
               MOVE regCampana to campanaDetalle
               PERFORM ubicarCampanaAsentada
               IF campanaAsentada NOT = "S"
                   IF cantAsentadas < 20
                       ADD 1 to cantAsentadas
                       MOVE regCampana to lrgCampana(cantAsentadas)
                       MOVE regFecha to lrgFecha(cantAsentadas)
                       DISPLAY"El lote ",loteId," ya tiene asentada",
                           " la campana ",regCampana," el ",regFecha
                   ELSE
                       DISPLAY"El lote ",loteId," tiene demasiadas",
                           " entradas en LOTEREG, lote invalido"
                       MOVE"N" to estructuraOk
                   END-IF
               END-IF
           END-IF.

       ubicarCampanaAsentada.
           MOVE"N" to campanaAsentada
           PERFORM buscarCampanaAsentada VARYING lr FROM 1 BY 1
               UNTIL lr > cantAsentadas OR campanaAsentada = "S".

       buscarCampanaAsentada.
           IF lrgCampana(lr) = campanaDetalle
               MOVE"S" to campanaAsentada
               SUBTRACT 1 from lr
           END-IF.

       leerLoteReg.
           READ loteRegFile
               AT END MOVE "10" to loteRegEstado
           MOVE"H" to batTipo
           MOVE loteId to batLoteId
           MOVE loteFecha to batLoteFecha
           MOVE entLoteDepto to batLoteDepto
           WRITE batRec.

       controlarCola.
               MOVE"N" to registroValido
               MOVE"SUPERA MAXIMO" to motivoEdicion
           END-IF
           IF registroValido = "S"
               PERFORM controlarCampana
           END-IF
           IF registroValido = "S"
               PERFORM controlarSecuencia
           END-IF
                   ADD 1 to cantContrib
                   MOVE cantContrib to ctbIdx
                   MOVE entContribuyente to ctbNombre(ctbIdx)
                   MOVE campanaDetalle to ctbCampana(ctbIdx)
                   MOVE ZEROS to ctbTotal(ctbIdx)
               ELSE
                   MOVE"N" to registroValido
           END-IF.

       buscarContribTabla.
           IF ctbNombre(ctbIdx) = entContribuyente AND
               ctbCampana(ctbIdx) = campanaDetalle
               MOVE"S" to contribHallado
               SUBTRACT 1 from ctbIdx
           END-IF.

      * El detalle sin campana va a la campana del mes.  Una campana
      * explicita tiene que ser la implicita del mes ("C" o "A" +
      * AAAAMM) o una del maestro CAMPANAS abierta y en fechas; un
      * lote no puede repartirse en mas de diez campanas, que es lo
      * que dineroBatch lleva en una misma sesion.
       controlarCampana.
           IF entCampana = SPACES
               MOVE campanaMes to campanaDetalle
           ELSE
               MOVE entCampana to campanaDetalle
           END-IF
           IF (campanaDetalle(1:1) = "C" OR campanaDetalle(1:1) = "A")
               AND campanaDetalle(2:6) IS NUMERIC
               IF campanaDetalle(2:6) NOT = mesCorrida
                   MOVE"N" to registroValido
                   MOVE"CAMPANA FUERA DE MES" to motivoEdicion
               END-IF
           ELSE
               IF campAbierta NOT = "S"
                   MOVE"N" to registroValido
                   MOVE"CAMPANA INEXISTENTE" to motivoEdicion
               ELSE
                   MOVE campanaDetalle to camId
                   READ campFile
                       INVALID KEY
                           MOVE"N" to registroValido
                           MOVE"CAMPANA INEXISTENTE" to motivoEdicion
                       NOT INVALID KEY
                           IF NOT camAbierta OR fechaHoy < camFechaAbre
                               OR fechaHoy > camFechaCierra
                               MOVE"N" to registroValido
                               MOVE"CAMPANA CERRADA" to motivoEdicion
                           END-IF
                   END-READ
               END-IF
           END-IF
           IF registroValido = "S"
               PERFORM ubicarCampanaAsentada
               IF campanaAsentada = "S"
                   MOVE"N" to registroValido
                   MOVE"CAMPANA YA ASENTADA" to motivoEdicion
               END-IF
           END-IF
           IF registroValido = "S"
               MOVE"N" to campanaVista
               PERFORM buscarCampanaLote VARYING c FROM 1 BY 1
                   UNTIL c > cantCampanas
               IF campanaVista NOT = "S"
                   IF cantCampanas < 10
                       ADD 1 to cantCampanas
                       MOVE campanaDetalle to cloCampana(cantCampanas)
                   ELSE
                       MOVE"N" to registroValido
                       MOVE"DEMASIADAS CAMPANAS" to motivoEdicion
                   END-IF
               END-IF
           END-IF.

       buscarCampanaLote.
           IF cloCampana(c) = campanaDetalle
               MOVE"S" to campanaVista
           END-IF.

       controlarSecuencia.
           IF entNombre NOT = grupoActual OR
               campanaDetalle NOT = grupoCampActual
               PERFORM buscarGrupoVisto VARYING j FROM 1 BY 1
                   UNTIL j > cantGrupos
               IF registroValido = "S" AND cantGrupos NOT < 99
               END-IF
               IF registroValido = "S"
                   MOVE entNombre to grupoActual
                   MOVE campanaDetalle to grupoCampActual
                   ADD 1 to cantGrupos
                   MOVE entNombre to grupoNombre(cantGrupos)
                   MOVE campanaDetalle to grupoCampana(cantGrupos)
               END-IF
           END-IF.

       buscarGrupoVisto.
           IF grupoNombre(j) = entNombre AND
               grupoCampana(j) = campanaDetalle
               MOVE"N" to registroValido
               MOVE"GRUPO DESORDENADO" to motivoEdicion
           END-IF.
           MOVE entNombre to batNombre
           MOVE entContribuyente to batContribuyente
           MOVE entMonto to batMonto
           MOVE campanaDetalle to batCampana
           WRITE batRec.

      * La cola del lote tiene que cerrar contra lo que de verdad
           MOVE entContribuyente to brcContribuyente
           MOVE entMontoX to brcMonto
           MOVE motivoEdicion to brcMotivo
           MOVE entCampana to brcCampana
           WRITE brcRec
           DISPLAY"Rechazado (",motivoEdicion,"): ",entNombre.

